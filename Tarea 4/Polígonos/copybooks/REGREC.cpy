000100* nuevo.                                                         *
000110*                                                                *
000120* 2026-09-02 RCV  Creacion - registro de facturacion.            *
000121* 2026-10-07 RCV  Devoluciones: la entrada guarda los importes   *
000122*                 facturados del panel (los de su linea "L" de   *
000123*                 FACREC, que FACTURAS-FILE no conserva de una   *
000124*                 corrida a otra) y REG-ESTATUS/REG-NOTA-CREDITO *
000125*                 marcan el panel acreditado por NOTACRED; un    *
000126*                 panel acreditado no se vuelve a facturar. El   *
000127*                 registro crece a 111 posiciones. Un panel      *
000128*                 devuelto sin facturar se anota acreditado con  *
000129*                 folio y nota en cero.                          *
000130*----------------------------------------------------------------*
000140  01  REG-REGISTRO.
000150      05  REG-CLAVE.
000190      05  REG-CLIENTE            PIC X(06).
000200      05  REG-FECHA              PIC 9(08).
000210      05  REG-HORA               PIC 9(08).
000220      05  REG-ESTATUS            PIC X(01).
000230          88  REG-FACTURADO                VALUE "F".
000240          88  REG-ACREDITADO               VALUE "A".
000250      05  REG-NOTA-CREDITO       PIC 9(08).
000260      05  REG-IMPORTE-AREA       PIC 9(13)V9(02).
000270      05  REG-IMPORTE-CORTE      PIC 9(13)V9(02).
000280      05  REG-RECARGO-IRREG      PIC 9(13)V9(02).
000290      05  REG-IMPORTE-LINEA      PIC 9(13)V9(02).
