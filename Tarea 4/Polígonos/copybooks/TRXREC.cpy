000080* inventario (ver INVREC) en vez de capturarlos uno por uno en   *
000090* el menu de INVENTARIO.                                         *
000100*                                                                *
000110* Estatus validos: X cortado, E embarcado, D desechado, R        *
000120* devuelto (el estatus C solo lo pone POLIGONOS al clasificar).  *
000130*                                                                *
000140* 2026-09-02 RCV  Creacion - transacciones de piso en lote.      *
000142* 2026-09-02 RCV  TRX-OPERADOR: el operador que capturo el      *
000144*                 movimiento en el piso, requerido para la       *
000146*                 auditoria de cambios de estatus (ver AUDREC);  *
000148*                 el registro crece a 29 posiciones.             *
000149* 2026-10-07 RCV  Estatus R: devolucion de un panel embarcado.   *
000150* 2026-10-13 RCV  TRX-DIGITO: digito verificador de la clave,    *
000151*                 copiado de la etiqueta del panel (ver          *
000152*                 DIGVER); el registro crece a 30 posiciones.    *
000155*----------------------------------------------------------------*
000160  01  TRX-REGISTRO.
000170      05  TRX-PEDIDO             PIC 9(08).
000180      05  TRX-LINEA              PIC 9(04).
000190      05  TRX-ESTATUS            PIC X(01).
000200          88  TRX-ESTATUS-VALIDO           VALUE "X" "E" "D"
000205                                                 "R".
000210      05  TRX-FECHA              PIC 9(08).
000220      05  TRX-OPERADOR           PIC X(08).
000230      05  TRX-DIGITO             PIC 9(01).
