000010*----------------------------------------------------------------*
000020* ETQLIN.CPY                                                     *
000030* Lineas de la etiqueta viajera de un panel (80 posiciones):     *
000040* clave del panel con digito verificador (ver DIGVER), fecha de  *
000050* clasificacion, cliente, pedido y linea, poligono, lados y      *
000060* veredicto, las cuatro primeras medidas (" ..." si el panel     *
000070* tiene mas lados), perimetro y area. La etiqueta acompana al    *
000080* panel en el piso y de ella se copia la clave a las             *
000090* transacciones de piso. POLIGONOS las emite al clasificar en    *
000100* lote e INVENTARIO las reimprime por pedido; ambos las llenan   *
000110* desde el registro de inventario (INVREC).                      *
000120*                                                                *
000130* 2026-10-13 RCV  Creacion - etiquetas de panel.                 *
000140*----------------------------------------------------------------*
000150  01  ETQ-SEPARADOR               PIC X(80) VALUE ALL "-".
000160  01  ETQ-LINEA-CLAVE.
000170      05  FILLER                  PIC X(02) VALUE SPACES.
000180      05  FILLER                  PIC X(18) VALUE
000190          "PANEL    CLAVE:   ".
000200      05  ETQ-CLAVE-PEDIDO        PIC 9(08).
000210      05  FILLER                  PIC X(01) VALUE "-".
000220      05  ETQ-CLAVE-LINEA         PIC 9(04).
000230      05  FILLER                  PIC X(01) VALUE "-".
000240      05  ETQ-CLAVE-DIGITO        PIC 9(01).
000250      05  FILLER                  PIC X(05) VALUE SPACES.
000260      05  FILLER                  PIC X(13) VALUE
000270          "CLASIFICADO: ".
000280      05  ETQ-FECHA-CLASIF        PIC 9(08).
000290      05  FILLER                  PIC X(19) VALUE SPACES.
000300  01  ETQ-LINEA-CLIENTE.
000310      05  FILLER                  PIC X(02) VALUE SPACES.
000320      05  FILLER                  PIC X(10) VALUE "CLIENTE:  ".
000330      05  ETQ-CLIENTE             PIC X(06).
000340      05  FILLER                  PIC X(02) VALUE SPACES.
000350      05  ETQ-CLIENTE-NOMBRE      PIC X(30).
000360      05  FILLER                  PIC X(30) VALUE SPACES.
000370  01  ETQ-LINEA-PEDIDO.
000380      05  FILLER                  PIC X(02) VALUE SPACES.
000390      05  FILLER                  PIC X(10) VALUE "PEDIDO:   ".
000400      05  ETQ-PEDIDO              PIC Z(7)9.
000410      05  FILLER                  PIC X(10) VALUE "   LINEA: ".
000420      05  ETQ-LINEA               PIC Z(3)9.
000430      05  FILLER                  PIC X(46) VALUE SPACES.
000440  01  ETQ-LINEA-POLIGONO.
000450      05  FILLER                  PIC X(02) VALUE SPACES.
000460      05  FILLER                  PIC X(10) VALUE "POLIGONO: ".
000470      05  ETQ-POLIGONO            PIC X(14).
000480      05  FILLER                  PIC X(09) VALUE " LADOS:  ".
000490      05  ETQ-LADOS               PIC Z9.
000500      05  FILLER                  PIC X(13) VALUE
000510          "  VEREDICTO: ".
000520      05  ETQ-VEREDICTO           PIC X(26).
000530      05  FILLER                  PIC X(04) VALUE SPACES.
000540  01  ETQ-LINEA-MEDIDAS.
000550      05  FILLER                  PIC X(02) VALUE SPACES.
000560      05  FILLER                  PIC X(10) VALUE "MEDIDAS:  ".
000570      05  ETQ-MEDIDA-CAMPO        OCCURS 4 TIMES.
000580          10  ETQ-MEDIDA          PIC Z(10)9.
000590      05  ETQ-MAS-LADOS           PIC X(04).
000600      05  FILLER                  PIC X(20) VALUE SPACES.
000610  01  ETQ-LINEA-MAGNITUDES.
000620      05  FILLER                  PIC X(02) VALUE SPACES.
000630      05  FILLER                  PIC X(12) VALUE "PERIMETRO:  ".
000640      05  ETQ-PERIMETRO           PIC Z(12)9.
000650      05  FILLER                  PIC X(10) VALUE "   AREA:  ".
000660      05  ETQ-AREA                PIC Z(21)9.9999.
000670      05  FILLER                  PIC X(16) VALUE SPACES.
