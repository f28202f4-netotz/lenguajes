000010*----------------------------------------------------------------*
000020* PAGREC.CPY                                                     *
000030* Registro del archivo diario de pagos de clientes (PAGOS-FILE): *
000040* un registro por pago recibido, con el codigo de cliente (ver   *
000050* CLIREC), el folio de la factura que se paga (FAC-TOT-FACTURA,  *
000060* ver FACREC), el importe y la fecha del pago. El programa       *
000070* CARTERA los aplica en lote sobre la cartera de partidas        *
000080* abiertas (ver CXCREC); un pago que no cuadra con la cartera    *
000090* se rechaza al reporte de excepciones y no toca el saldo.       *
000100*                                                                *
000110* 2026-10-06 RCV  Creacion - cuentas por cobrar.                 *
000120*----------------------------------------------------------------*
000130  01  PAG-REGISTRO.
000140      05  PAG-CLIENTE            PIC X(06).
000150      05  PAG-FACTURA            PIC 9(08).
000160      05  PAG-IMPORTE            PIC 9(13)V9(02).
000170      05  PAG-FECHA              PIC 9(08).
