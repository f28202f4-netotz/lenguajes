000010*----------------------------------------------------------------*
000020* NCRREC.CPY                                                     *
000030* Registros del archivo de notas de credito (NOTAS-FILE) que     *
000040* produce NOTACRED por los paneles devueltos: una linea "L" por  *
000050* panel acreditado, con los importes que se le facturaron (ver   *
000060* REGREC) y el folio de la factura original, y una linea de      *
000070* total "T" al cierre de cada nota. Los importes van en          *
000080* positivo: la nota completa es la reversa de la factura         *
000090* original. CARTERA aplica las lineas "T" contra el saldo de la  *
000100* factura original en la cartera (ver CXCREC).                   *
000110*                                                                *
000120* 2026-10-07 RCV  Creacion - notas de credito por devolucion.    *
000130*----------------------------------------------------------------*
000140  01  NCR-LINEA-REGISTRO.
000150      05  NCR-TIPO               PIC X(01).
000160          88  NCR-ES-LINEA                 VALUE "L".
000170          88  NCR-ES-TOTAL                 VALUE "T".
000180      05  NCR-NOTA               PIC 9(08).
000190      05  NCR-FACTURA            PIC 9(08).
000200      05  NCR-PEDIDO             PIC 9(08).
000210      05  NCR-CLIENTE            PIC X(06).
000220      05  NCR-LINEA              PIC 9(04).
000230      05  NCR-POLIGONO           PIC X(14).
000240      05  NCR-IMPORTE-AREA       PIC 9(13)V9(02).
000250      05  NCR-IMPORTE-CORTE      PIC 9(13)V9(02).
000260      05  NCR-RECARGO-IRREG      PIC 9(13)V9(02).
000270      05  NCR-IMPORTE-LINEA      PIC 9(13)V9(02).
000280      05  NCR-FECHA              PIC 9(08).

000290  01  NCR-TOTAL-REGISTRO REDEFINES NCR-LINEA-REGISTRO.
000300      05  FILLER                 PIC X(01).
000310      05  NCR-TOT-NOTA           PIC 9(08).
000320      05  NCR-TOT-FACTURA        PIC 9(08).
000330      05  NCR-TOT-PEDIDO         PIC 9(08).
000340      05  NCR-TOT-CLIENTE        PIC X(06).
000350      05  NCR-TOT-PANELES        PIC 9(06).
000360      05  NCR-TOT-IMPORTE        PIC 9(15)V9(02).
000370      05  NCR-TOT-FECHA          PIC 9(08).
000380      05  FILLER                 PIC X(55).
