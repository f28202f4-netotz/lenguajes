000010*----------------------------------------------------------------*
000020* RQLREC.CPY                                                     *
000030* Registro del requerimiento de lamina por pedido (REQLAM-FILE,  *
000040* organizacion indexada, clave RQL-PEDIDO). RENDIMIENTO lo deja  *
000050* al estimar un pedido: la lamina elegida, los paneles aun sin   *
000060* cortar que entraron a la estimacion y las laminas requeridas.  *
000070* TRANSPISO lleva la cuenta de los cortes C -> X del pedido y    *
000080* va sacando del rack (ver EXLREC) las laminas que esos cortes   *
000090* ya ocupan: con RQL-CORTADOS de RQL-PANELES paneles cortados,   *
000100* el pedido debe haber consumido la misma proporcion de          *
000110* RQL-LAMINAS-REQ, redondeada hacia arriba (la primera lamina    *
000120* sale con el primer corte). RQL-CONSUMIDAS es lo ya sacado.     *
000130* Reestimar el pedido reinicia la cuenta sobre los paneles que   *
000140* siguen sin cortar. REORDEN compara lo pendiente de cada        *
000150* pedido (requeridas menos consumidas) contra la existencia.     *
000160*                                                                *
000170* 2026-10-08 RCV  Creacion - existencias de lamina.              *
000180*----------------------------------------------------------------*
000190  01  RQL-REGISTRO.
000200      05  RQL-PEDIDO             PIC 9(08).
000210      05  RQL-LAMINA             PIC X(08).
000220      05  RQL-FECHA              PIC 9(08).
000230      05  RQL-PANELES            PIC 9(06).
000240      05  RQL-LAMINAS-REQ        PIC 9(06).
000250      05  RQL-CORTADOS           PIC 9(06).
000260      05  RQL-CONSUMIDAS         PIC 9(06).
000270      05  FILLER                 PIC X(12).
