000120*     Extraccion de facturacion: recorre el maestro de           *
000130*     inventario de paneles clasificados (INVENTARIO-FILE, ver   *
000140*     INVREC) en orden de clave, busca la tarifa de cada panel   *
000150*     en el maestro de tarifas (TARVIG-FILE, ver TVGREC) vigente *
000160*     el dia de su clasificacion, por poligono y banda de area,  *
000165*     extiende el importe de area (precio por unidad de area     *
000170*     sobre INV-AREA), el recargo de corte (por unidad de        *
000180*     perimetro sobre INV-PERIMETRO) y el                        *
000190*     recargo por veredicto irregular, y escribe una linea de    *
000200*     factura por panel mas un total por pedido de cliente en    *
000210*     FACTURAS-FILE (ver FACREC). Los paneles desechados no se   *
000520*                      estacion de medicion los levante y        *
000530*                      REMEDICION los deje listos para la        *
000540*                      siguiente extraccion.                     *
000541*     2026-10-07 RCV  Devoluciones: el registro de facturacion   *
000542*                      guarda los importes facturados del panel  *
000543*                      para NOTACRED; un panel devuelto (R) o    *
000544*                      ya acreditado no se factura nunca.        *
000545*     2026-10-12 RCV  Tarifas con vigencia (TARVIG) al dia de    *
000546*                      clasificacion; la tabla crece a 300.      *
000547*     2026-10-14 RCV  Al terminar, la corrida se registra en el  *
000548*                      diario de control de corridas             *
000549*                      (CORRIDAS-FILE, ver CORREC, 9800).        *
000550*----------------------------------------------------------------*
000560  ENVIRONMENT DIVISION.
000570  INPUT-OUTPUT SECTION.
000610          ACCESS MODE IS SEQUENTIAL
000620          RECORD KEY IS INV-CLAVE
000630          FILE STATUS IS FC-ESTADO-INVENTARIO.
000640      SELECT TARVIG-FILE ASSIGN TO "TARVIG"
000650          ORGANIZATION IS INDEXED
000651          ACCESS MODE IS SEQUENTIAL
000652          RECORD KEY IS TVG-CLAVE
000660          FILE STATUS IS FC-ESTADO-TARIFAS.
000670      SELECT FACTURAS-FILE ASSIGN TO "FACTURAS"
000680          ORGANIZATION IS LINE SEQUENTIAL
000810      SELECT REMEDIR-FILE ASSIGN TO "REMEDIR"
000820          ORGANIZATION IS LINE SEQUENTIAL
000830          FILE STATUS IS FC-ESTADO-REMEDIR.
000831      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000832          ORGANIZATION IS LINE SEQUENTIAL
000833          FILE STATUS IS FC-ESTADO-CORRIDAS.

000840  DATA DIVISION.
000850  FILE SECTION.
000870      RECORD CONTAINS 307 CHARACTERS.
000880      COPY INVREC.

000890  FD  TARVIG-FILE
000900      RECORD CONTAINS 80 CHARACTERS.
000910      COPY TVGREC.

000920  FD  FACTURAS-FILE
000930      RECORD CONTAINS 165 CHARACTERS.
000970      COPY FCTLREC.

000980  FD  REGFAC-FILE
000990      RECORD CONTAINS 111 CHARACTERS.
001000      COPY REGREC.

001010  FD  REMEDIR-FILE
001050      RECORD CONTAINS 80 CHARACTERS.
001060  01  PRM-ENTRADA                PIC X(80).

001061  FD  CORRIDAS-FILE
001062      RECORD CONTAINS 220 CHARACTERS.
001063  01  COR-SALIDA                 PIC X(220).

001070  WORKING-STORAGE SECTION.
001080*----------------------------------------------------------------*
001090* TARJETA DE PARAMETROS (corrida desatendida, ver PARMREC).      *
001120  77  FC-ESTADO-PARAMS            PIC X(02) VALUE "00".
001130  77  FC-PARAMS-SW                PIC X(01) VALUE "N".
001140      88  FC-CON-PARAMETROS                 VALUE "S".
001141* Diario de control de corridas (9800, ver CORREC).
001142  77  FC-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
001143      COPY CORREC.
001150*----------------------------------------------------------------*
001160* INDICADORES Y ESTADOS DE ARCHIVO.                              *
001170*----------------------------------------------------------------*
001560  77  FC-FACTURA-EDIT             PIC Z(7)9.

001570*----------------------------------------------------------------*
001580* TABLA DE TARIFAS EN MEMORIA (cargada de TARVIG-FILE, en orden  *
001585* de poligono, banda e inicio de vigencia).                      *
001590*----------------------------------------------------------------*
001600  77  FC-TOTAL-TARIFAS            PIC 9(03) COMP VALUE 0.
001610  01  FC-TABLA-TARIFAS.
001620      05  FC-TAR-ENTRADA          OCCURS 300 TIMES.
001630          10  FC-TAR-POLIGONO     PIC X(14).
001631          10  FC-TAR-DESDE        PIC 9(08).
001632          10  FC-TAR-HASTA        PIC 9(08).
001640          10  FC-TAR-AREA-HASTA   PIC 9(15).
001650          10  FC-TAR-PRECIO-AREA  PIC 9(05)V9(02).
001660          10  FC-TAR-RECARGO-CORTE
001670                                  PIC 9(05)V9(02).
001680          10  FC-TAR-RECARGO-IRREG
001690                                  PIC 9(03).
001700  77  FC-TAR-INDICE               PIC 9(03) COMP VALUE 0.
001710  77  FC-TAR-ENCONTRADA           PIC X(01) VALUE "N".
001720      88  FC-TAR-SE-ENCONTRO                VALUE "S".

001830  77  FC-SIN-TARIFA               PIC 9(06) VALUE 0.
001840  77  FC-SIN-AREA                 PIC 9(06) VALUE 0.
001850  77  FC-DESECHADOS               PIC 9(06) VALUE 0.
001855  77  FC-DEVUELTOS                PIC 9(06) VALUE 0.
001856  77  FC-LEIDOS                   PIC 9(06) VALUE 0.
001860  77  FC-PALABRA-VEREDICTO        PIC X(12) VALUE SPACES.
001870  77  FC-RECARGO-SW               PIC X(01) VALUE "N".
001880      88  FC-APLICA-RECARGO                 VALUE "S".
001960*     clave (pedido + linea) y produce FACTURAS-FILE.            *
001970*================================================================*
001980  0000-MAINLINE.
001981      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
001982      ACCEPT COR-HORA-INICIO FROM TIME
001990      PERFORM 1000-INICIO
002000          THRU 1000-INICIO-EXIT
002010      PERFORM 2000-PROCESAR-PANEL
002030          UNTIL FC-FIN-PROCESO-SI
002040      PERFORM 9000-FINALIZAR
002050          THRU 9000-FINALIZAR-EXIT
002051      PERFORM 9800-REGISTRAR-CORRIDA
002052          THRU 9800-REGISTRAR-CORRIDA-EXIT
002060      STOP RUN.

002070*----------------------------------------------------------------*

002740*----------------------------------------------------------------*
002750* 1100-CARGAR-TARIFAS                                            *
002760*     Carga FC-TABLA-TARIFAS desde el maestro de tarifas con     *
002770*     vigencia TARVIG-FILE, hasta el limite de 300 entradas.     *
002780*----------------------------------------------------------------*
002790  1100-CARGAR-TARIFAS.
002800      OPEN INPUT TARVIG-FILE
002810      IF FC-ESTADO-TARIFAS NOT = "00"
002820          DISPLAY "No se pudo abrir TARVIG-FILE, estado: "
002830              FC-ESTADO-TARIFAS
002840          GO TO 1100-CARGAR-TARIFAS-EXIT
002850      END-IF
002860      PERFORM 1110-LEER-TARIFA
002870          THRU 1110-LEER-TARIFA-EXIT
002880          UNTIL FC-FIN-TARIFAS-SI
002890      CLOSE TARVIG-FILE.
002900  1100-CARGAR-TARIFAS-EXIT.
002910      EXIT.

002920*----------------------------------------------------------------*
002930* 1110-LEER-TARIFA                                               *
002940*     Lee un registro de TARVIG-FILE y lo agrega a la tabla;     *
002945*     los que ya no caben se avisan y se omiten.                 *
002950*----------------------------------------------------------------*
002960  1110-LEER-TARIFA.
002970      READ TARVIG-FILE
002980          AT END
002990              SET FC-FIN-TARIFAS-SI TO TRUE
003000          NOT AT END
003010              IF FC-TOTAL-TARIFAS < 300
003020                  ADD 1 TO FC-TOTAL-TARIFAS
003030                  MOVE TVG-POLIGONO
003040                      TO FC-TAR-POLIGONO (FC-TOTAL-TARIFAS)
003041                  MOVE TVG-VIGENCIA-DESDE
003042                      TO FC-TAR-DESDE (FC-TOTAL-TARIFAS)
003043                  MOVE TVG-VIGENCIA-HASTA
003044                      TO FC-TAR-HASTA (FC-TOTAL-TARIFAS)
003050                  MOVE TVG-AREA-HASTA
003060                      TO FC-TAR-AREA-HASTA (FC-TOTAL-TARIFAS)
003070                  MOVE TVG-PRECIO-AREA
003080                      TO FC-TAR-PRECIO-AREA (FC-TOTAL-TARIFAS)
003090                  MOVE TVG-RECARGO-CORTE
003100                      TO FC-TAR-RECARGO-CORTE (FC-TOTAL-TARIFAS)
003110                  MOVE TVG-RECARGO-IRREG
003120                      TO FC-TAR-RECARGO-IRREG (FC-TOTAL-TARIFAS)
003121              ELSE
003122                  DISPLAY "Tabla de tarifas llena, se omite "
003123                      TVG-POLIGONO " banda " TVG-BANDA
003124                      " desde " TVG-VIGENCIA-DESDE
003130              END-IF
003140      END-READ.
003150  1110-LEER-TARIFA-EXIT.
004090              SET FC-FIN-PROCESO-SI TO TRUE
004100              GO TO 2000-PROCESAR-PANEL-EXIT
004110      END-READ
004111      ADD 1 TO FC-LEIDOS
004120      IF FC-PEDIDO-ABIERTO-SI
004130              AND INV-PEDIDO NOT = FC-PEDIDO-ACTUAL
004140          PERFORM 3000-CERRAR-PEDIDO
004700          ADD 1 TO FC-DESECHADOS
004710          GO TO 4000-FACTURAR-PANEL-EXIT
004720      END-IF
004721*    Un panel devuelto por el cliente se acredita con NOTACRED y
004722*    no se vuelve a facturar.
004723      IF INV-DEVUELTO
004724          ADD 1 TO FC-DEVUELTOS
004725          GO TO 4000-FACTURAR-PANEL-EXIT
004726      END-IF
004730*    Proteccion contra doble facturacion: un panel que ya esta
004740*    en el registro de facturacion no se vuelve a facturar. En
004750*    reextraccion se invierte el filtro: solo se facturan los
004760*    paneles registrados en el folio pedido, con folio nuevo.
004770      PERFORM 4050-CONSULTAR-REGISTRO
004780          THRU 4050-CONSULTAR-REGISTRO-EXIT
004781*    Un panel acreditado en el registro tampoco, aunque su
004782*    estatus en el inventario se haya cambiado a mano.
004783      IF FC-REG-SE-ENCONTRO AND REG-ACREDITADO
004784          ADD 1 TO FC-DEVUELTOS
004785          GO TO 4000-FACTURAR-PANEL-EXIT
004786      END-IF
004790      IF FC-REEXTRAER > 0
004800          IF NOT FC-REG-SE-ENCONTRO
004810                  OR REG-FACTURA NOT = FC-REEXTRAER
005460      COMPUTE FAC-IMPORTE-LINEA =
005470          FAC-IMPORTE-AREA + FAC-IMPORTE-CORTE
005480          + FAC-RECARGO-IRREG
005482*    Los importes de la linea quedan tambien en el registro de
005484*    facturacion (4300), de donde los toma una nota de credito.
005486      MOVE FAC-IMPORTE-AREA TO REG-IMPORTE-AREA
005487      MOVE FAC-IMPORTE-CORTE TO REG-IMPORTE-CORTE
005488      MOVE FAC-RECARGO-IRREG TO REG-RECARGO-IRREG
005489      MOVE FAC-IMPORTE-LINEA TO REG-IMPORTE-LINEA
005490      WRITE FAC-LINEA-REGISTRO
005500      ADD 1 TO FC-LINEAS-GENERADAS
005510      ADD 1 TO FC-PANELES-PEDIDO
005940*----------------------------------------------------------------*
005950* 4300-ANOTAR-REGISTRO                                           *
005960*     Anota en el registro de facturacion el panel recien        *
005970*     facturado con su folio, cliente, fecha/hora y los          *
005975*     importes de su linea de factura (los que acreditaria una   *
005980*     nota de credito, ya copiados por 4000 antes de escribir la *
005985*     linea). En una reextraccion la clave ya existe y la        *
005990*     entrada se reescribe con el folio y los importes nuevos.   *
006000*----------------------------------------------------------------*
006010  4300-ANOTAR-REGISTRO.
006020      MOVE INV-PEDIDO TO REG-PEDIDO
006050      MOVE INV-CLIENTE TO REG-CLIENTE
006060      ACCEPT REG-FECHA FROM DATE YYYYMMDD
006070      ACCEPT REG-HORA FROM TIME
006071      SET REG-FACTURADO TO TRUE
006072      MOVE 0 TO REG-NOTA-CREDITO
006080      WRITE REG-REGISTRO
006090          INVALID KEY
006100              REWRITE REG-REGISTRO
006180*----------------------------------------------------------------*
006190* 4100-BUSCAR-TARIFA                                             *
006200*     Busca en la tabla la primera tarifa del poligono del       *
006210*     panel vigente el dia de su clasificacion (INV-FECHA-       *
006215*     CLASIF) cuya banda de area cubre a INV-AREA. Deja el       *
006220*     indice en FC-TAR-INDICE.                                   *
006230*----------------------------------------------------------------*
006240  4100-BUSCAR-TARIFA.
006380      IF FC-TAR-POLIGONO (FC-TAR-INDICE) = INV-POLIGONO
006390              AND INV-AREA NOT >
006400                  FC-TAR-AREA-HASTA (FC-TAR-INDICE)
006401              AND INV-FECHA-CLASIF NOT <
006402                  FC-TAR-DESDE (FC-TAR-INDICE)
006403              AND INV-FECHA-CLASIF NOT >
006404                  FC-TAR-HASTA (FC-TAR-INDICE)
006410          SET FC-TAR-SE-ENCONTRO TO TRUE
006420      ELSE
006430          ADD 1 TO FC-TAR-INDICE
007010      DISPLAY "Paneles sin area no facturados: " FC-CANT-EDIT
007020      MOVE FC-DESECHADOS TO FC-CANT-EDIT
007030      DISPLAY "Paneles desechados no facturados: " FC-CANT-EDIT
007032      MOVE FC-DEVUELTOS TO FC-CANT-EDIT
007034      DISPLAY "Paneles devueltos no facturados: " FC-CANT-EDIT
007040      MOVE FC-YA-FACTURADOS TO FC-CANT-EDIT
007050      DISPLAY "Paneles ya registrados, omitidos: " FC-CANT-EDIT
007060      IF FC-REEXTRAER > 0
007300      END-IF.
007310  9100-GRABAR-CONTROL-EXIT.
007320      EXIT.

007330*----------------------------------------------------------------*
007340* 9800-REGISTRAR-CORRIDA                                         *
007350*     Agrega el registro de esta corrida al diario de control    *
007360*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
007370*     tarjeta de parametros, cifras de control y RETURN-CODE     *
007380*     final, para el reporte MATUTINO. Si el diario no se puede  *
007390*     abrir solo se avisa; el RETURN-CODE de la corrida no       *
007400*     cambia.                                                    *
007410*----------------------------------------------------------------*
007420  9800-REGISTRAR-CORRIDA.
007430      MOVE "FACTURACION" TO COR-PROGRAMA
007440      IF FC-CON-PARAMETROS
007450          MOVE "S" TO COR-TARJETA
007460          MOVE PRM-REGISTRO TO COR-PARAMETROS
007470      ELSE
007480          MOVE "N" TO COR-TARJETA
007490          MOVE SPACES TO COR-PARAMETROS
007500      END-IF
007510      MOVE "LEIDOS" TO COR-CIFRA-NOMBRE (1)
007520      MOVE FC-LEIDOS TO COR-CIFRA-VALOR (1)
007530      MOVE "LINEAS" TO COR-CIFRA-NOMBRE (2)
007540      MOVE FC-LINEAS-GENERADAS TO COR-CIFRA-VALOR (2)
007550      MOVE "SIN TARIFA" TO COR-CIFRA-NOMBRE (3)
007560      MOVE FC-SIN-TARIFA TO COR-CIFRA-VALOR (3)
007570      MOVE "SIN AREA" TO COR-CIFRA-NOMBRE (4)
007580      MOVE FC-SIN-AREA TO COR-CIFRA-VALOR (4)
007590      MOVE RETURN-CODE TO COR-RETORNO
007600      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
007610      ACCEPT COR-HORA-FIN FROM TIME
007620      OPEN EXTEND CORRIDAS-FILE
007630      IF FC-ESTADO-CORRIDAS = "35"
007640          OPEN OUTPUT CORRIDAS-FILE
007650          CLOSE CORRIDAS-FILE
007660          OPEN EXTEND CORRIDAS-FILE
007670      END-IF
007680      IF FC-ESTADO-CORRIDAS NOT = "00"
007690          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
007700              FC-ESTADO-CORRIDAS
007710          GO TO 9800-REGISTRAR-CORRIDA-EXIT
007720      END-IF
007730      WRITE COR-SALIDA FROM COR-REGISTRO
007740      CLOSE CORRIDAS-FILE.
007750  9800-REGISTRAR-CORRIDA-EXIT.
007760      EXIT.
