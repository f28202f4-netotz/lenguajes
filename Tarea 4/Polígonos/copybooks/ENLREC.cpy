000010*----------------------------------------------------------------*
000020* ENLREC.CPY                                                     *
000030* Registro del archivo diario de movimientos de lamina           *
000040* (ENTLAM-FILE): un registro por movimiento capturado en el      *
000050* almacen, con el codigo de lamina (ver LAMREC), la cantidad en  *
000060* laminas, la fecha y la referencia del documento (remision del  *
000070* proveedor u hoja de conteo). El programa ENTRADAS los aplica   *
000080* en lote sobre el maestro de existencias (ver EXLREC).          *
000090*                                                                *
000100* Tipos de movimiento:                                           *
000110*     E  entrada de proveedor (suma a la existencia)             *
000120*     P  punto de reorden de la lamina (lo reemplaza)            *
000130*     F  conteo fisico (reemplaza la existencia)                 *
000140*                                                                *
000150* 2026-10-08 RCV  Creacion - existencias de lamina.              *
000160*----------------------------------------------------------------*
000170  01  ENL-REGISTRO.
000180      05  ENL-TIPO               PIC X(01).
000190          88  ENL-ENTRADA                  VALUE "E".
000200          88  ENL-REORDEN                  VALUE "P".
000210          88  ENL-CONTEO                   VALUE "F".
000220      05  ENL-CODIGO             PIC X(08).
000230      05  ENL-CANTIDAD           PIC 9(07).
000240      05  ENL-FECHA              PIC 9(08).
000250      05  ENL-REFERENCIA         PIC X(10).
