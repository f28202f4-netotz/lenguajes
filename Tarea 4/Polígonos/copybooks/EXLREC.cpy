000010*----------------------------------------------------------------*
000020* EXLREC.CPY                                                     *
000030* Registro del maestro de existencias de lamina (EXISTLAM-FILE,  *
000040* organizacion indexada, clave EXL-CODIGO = LAM-CODIGO del       *
000050* maestro de laminas, ver LAMREC): laminas en el rack, punto de  *
000060* reorden y acumulados de entradas y salidas. Lo mantienen:      *
000070*     ENTRADAS   entradas de proveedor, punto de reorden y       *
000080*                conteo fisico (archivo ENTLAM, ver ENLREC);     *
000090*     TRANSPISO  salidas por corte C -> X, segun la lamina y el  *
000100*                requerimiento que dejo RENDIMIENTO para el      *
000110*                pedido (REQLAM, ver RQLREC).                    *
000120* La existencia lleva signo: si el piso corta antes de que se    *
000130* capture la entrada, queda negativa hasta el siguiente conteo   *
000140* o entrada, y REORDEN la reporta.                               *
000150*                                                                *
000160* 2026-10-08 RCV  Creacion - existencias de lamina.              *
000170*----------------------------------------------------------------*
000180  01  EXL-REGISTRO.
000190      05  EXL-CODIGO             PIC X(08).
000200      05  EXL-EXISTENCIA         PIC S9(07).
000210      05  EXL-PUNTO-REORDEN      PIC 9(07).
000220      05  EXL-ENTRADAS           PIC 9(09).
000230      05  EXL-SALIDAS            PIC 9(09).
000240      05  EXL-FECHA-ULT-ENTRADA  PIC 9(08).
000250      05  EXL-FECHA-ULT-SALIDA   PIC 9(08).
000260      05  FILLER                 PIC X(24).
