000010*================================================================*
000020* CARTERA.CBL                                                    *
000030*================================================================*
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID. CARTERA.
000060  AUTHOR. R. CASTRO VELAZQUEZ.
000070  INSTALLATION. TALLER DE CORTE - LINEA DE PANELES.
000080  DATE-WRITTEN. 2026-10-06.
000090  DATE-COMPILED.
000100*----------------------------------------------------------------*
000110* PROPOSITO.                                                     *
000120*     Corrida diaria de cuentas por cobrar sobre la cartera de   *
000130*     partidas abiertas (CARTERA-FILE, ver CXCREC):              *
000140*       1. Carga a la cartera cada factura nueva de la ultima    *
000150*          extraccion (lineas "T" de FACTURAS-FILE, ver FACREC), *
000160*          con fecha de factura tomada del registro de           *
000170*          facturacion (REGFAC-FILE, ver REGREC) y vencimiento   *
000180*          a CLI-DIAS-CREDITO dias (CLIENTES-FILE, ver CLIREC).  *
000190*          Una factura que ya esta en la cartera no se vuelve a  *
000200*          cargar, asi que repetir la corrida no duplica nada.   *
000210*       2. Aplica el archivo diario de pagos (PAGOS-FILE, ver    *
000220*          PAGREC) contra el saldo de cada factura. Un pago de   *
000230*          factura desconocida para ese cliente, de importe en   *
000240*          cero o mayor que el saldo, o sobre una factura ya     *
000250*          pagada, se rechaza al reporte de excepciones          *
000260*          (CARTEXC-FILE) y la cartera no se toca.               *
000261*       3. Antes de los pagos, aplica las notas de credito por   *
000262*          devolucion (lineas "T" de NOTAS-FILE, ver NCRREC, que *
000263*          emite NOTACRED) contra el saldo de la factura         *
000264*          original. La parte de una nota que excede el saldo    *
000265*          queda como saldo a favor en el reporte de             *
000266*          excepciones. NOTAAPLI-FILE guarda la ultima nota      *
000267*          aplicada, asi que repetir la corrida no la aplica     *
000268*          dos veces. Una nota sin partida se salta (RC 4);      *
000269*          una partida no regrabada detiene las demas (RC 8).    *
000270*     Al final se reportan las cifras de la corrida; con algun   *
000280*     pago rechazado la corrida termina con RETURN-CODE 4 para   *
000290*     que cobranza lo revise.                                    *
000300*                                                                *
000310* HISTORIAL DE MODIFICACIONES.                                   *
000320*     2026-10-06 RCV  Version original.                          *
000322*     2026-10-07 RCV  Aplicacion de notas de credito por         *
000324*                     devolucion (NOTAS-FILE, NOTAAPLI-FILE).    *
000325*     2026-10-15 RCV  El folio de nota aplicada avanza solo al   *
000326*                     regrabar la partida o al saltar una nota   *
000327*                     sin partida (RC 4); una partida que no se  *
000328*                     pudo regrabar detiene las demas (RC 8);    *
000329*                     diario de corridas (CORRIDAS-FILE, 9800).  *
000330*----------------------------------------------------------------*
000340  ENVIRONMENT DIVISION.
000350  INPUT-OUTPUT SECTION.
000360  FILE-CONTROL.
000370      SELECT FACTURAS-FILE ASSIGN TO "FACTURAS"
000380          ORGANIZATION IS LINE SEQUENTIAL
000390          FILE STATUS IS CR-ESTADO-FACTURAS.
000400      SELECT PAGOS-FILE ASSIGN TO "PAGOS"
000410          ORGANIZATION IS LINE SEQUENTIAL
000420          FILE STATUS IS CR-ESTADO-PAGOS.
000430      SELECT CARTERA-FILE ASSIGN TO "CARTERA"
000440          ORGANIZATION IS INDEXED
000450          ACCESS MODE IS RANDOM
000460          RECORD KEY IS CXC-CLAVE
000470          FILE STATUS IS CR-ESTADO-CARTERA.
000480      SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
000490          ORGANIZATION IS INDEXED
000500          ACCESS MODE IS RANDOM
000510          RECORD KEY IS CLI-CODIGO
000520          FILE STATUS IS CR-ESTADO-CLIENTES.
000530      SELECT REGFAC-FILE ASSIGN TO "REGFACT"
000540          ORGANIZATION IS INDEXED
000550          ACCESS MODE IS RANDOM
000560          RECORD KEY IS REG-CLAVE
000570          FILE STATUS IS CR-ESTADO-REGISTRO.
000580      SELECT CARTEXC-FILE ASSIGN TO "CARTEXC"
000590          ORGANIZATION IS LINE SEQUENTIAL
000600          FILE STATUS IS CR-ESTADO-EXCEPCION.
000601      SELECT NOTAS-FILE ASSIGN TO "NOTASCRE"
000602          ORGANIZATION IS LINE SEQUENTIAL
000603          FILE STATUS IS CR-ESTADO-NOTAS.
000604      SELECT NOTAAPLI-FILE ASSIGN TO "NOTAAPLI"
000605          ORGANIZATION IS LINE SEQUENTIAL
000606          FILE STATUS IS CR-ESTADO-APLICADAS.
000607      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000608          ORGANIZATION IS LINE SEQUENTIAL
000609          FILE STATUS IS CR-ESTADO-CORRIDAS.

000610  DATA DIVISION.
000620  FILE SECTION.
000630  FD  FACTURAS-FILE
000640      RECORD CONTAINS 165 CHARACTERS.
000650      COPY FACREC.

000660  FD  PAGOS-FILE
000670      RECORD CONTAINS 37 CHARACTERS.
000680      COPY PAGREC.

000690  FD  CARTERA-FILE
000700      RECORD CONTAINS 120 CHARACTERS.
000710      COPY CXCREC.

000720  FD  CLIENTES-FILE
000730      RECORD CONTAINS 99 CHARACTERS.
000740      COPY CLIREC.

000750  FD  REGFAC-FILE
000760      RECORD CONTAINS 111 CHARACTERS.
000770      COPY REGREC.

000780  FD  CARTEXC-FILE
000790      RECORD CONTAINS 80 CHARACTERS.
000800  01  EXC-LINEA                  PIC X(80).

000801  FD  NOTAS-FILE
000802      RECORD CONTAINS 117 CHARACTERS.
000803      COPY NCRREC.

000804  FD  NOTAAPLI-FILE
000805      RECORD CONTAINS 08 CHARACTERS.
000806      COPY NCTLREC.

000807  FD  CORRIDAS-FILE
000808      RECORD CONTAINS 220 CHARACTERS.
000809  01  COR-SALIDA                 PIC X(220).

000810  WORKING-STORAGE SECTION.
000820*----------------------------------------------------------------*
000830* INDICADORES Y ESTADOS DE ARCHIVO.                              *
000840* Sin cartera no hay donde cargar ni aplicar y la corrida no     *
000850* arranca (RETURN-CODE 8). Sin FACTURAS-FILE o sin PAGOS-FILE    *
000860* simplemente no hay facturas o pagos del dia. Sin registro de   *
000870* facturacion la fecha de factura es la de la corrida, y sin     *
000880* maestro de clientes el vencimiento es la fecha de factura.     *
000882* Sin NOTAS-FILE no hay notas de credito del dia.                *
000890*----------------------------------------------------------------*
000900  77  CR-ESTADO-FACTURAS          PIC X(02) VALUE "00".
000910  77  CR-ESTADO-PAGOS             PIC X(02) VALUE "00".
000920  77  CR-ESTADO-CARTERA           PIC X(02) VALUE "00".
000930  77  CR-ESTADO-CLIENTES          PIC X(02) VALUE "00".
000940  77  CR-ESTADO-REGISTRO          PIC X(02) VALUE "00".
000950  77  CR-ESTADO-EXCEPCION         PIC X(02) VALUE "00".
000952  77  CR-ESTADO-NOTAS             PIC X(02) VALUE "00".
000954  77  CR-ESTADO-APLICADAS         PIC X(02) VALUE "00".
000960  77  CR-FIN-PROCESO              PIC X(01) VALUE "N".
000970      88  CR-FIN-PROCESO-SI                 VALUE "S".
000980  77  CR-FIN-ARCHIVO              PIC X(01) VALUE "N".
000990      88  CR-FIN-ARCHIVO-SI                 VALUE "S".
001000  77  CR-CARTERA-ABIERTA          PIC X(01) VALUE "N".
001010      88  CR-CARTERA-ABIERTA-SI             VALUE "S".
001020  77  CR-FACTURAS-OK              PIC X(01) VALUE "N".
001030      88  CR-FACTURAS-DISPONIBLE            VALUE "S".
001040  77  CR-PAGOS-OK                 PIC X(01) VALUE "N".
001050      88  CR-PAGOS-DISPONIBLE               VALUE "S".
001060  77  CR-CLIENTES-OK              PIC X(01) VALUE "N".
001070      88  CR-CLIENTES-DISPONIBLE            VALUE "S".
001080  77  CR-REGISTRO-OK              PIC X(01) VALUE "N".
001090      88  CR-REGISTRO-DISPONIBLE            VALUE "S".
001100  77  CR-EXCEPCION-OK             PIC X(01) VALUE "N".
001110      88  CR-EXCEPCION-DISPONIBLE           VALUE "S".
001112  77  CR-NOTAS-OK                 PIC X(01) VALUE "N".
001114      88  CR-NOTAS-DISPONIBLE               VALUE "S".
001120  77  CR-PAGO-OK                  PIC X(01) VALUE "S".
001130      88  CR-PAGO-VALIDO                    VALUE "S".
001131* Diario de control de corridas (9800, ver CORREC).
001132  77  CR-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
001133      COPY CORREC.

001140*----------------------------------------------------------------*
001150* FECHA Y VENCIMIENTO DE LA FACTURA EN CURSO.                    *
001160* FACTURAS-FILE no trae fecha: la fecha de la factura es la del  *
001170* registro de facturacion de su primer panel (las lineas "L"     *
001180* llegan antes que su "T"). CR-FOLIO-FECHADO dice de que folio   *
001190* es la fecha guardada en CR-FECHA-FACTURA.                      *
001200*----------------------------------------------------------------*
001210  77  CR-FECHA-HOY                PIC 9(08) VALUE 0.
001220  77  CR-FOLIO-FECHADO            PIC 9(08) VALUE 0.
001230  77  CR-FECHA-FACTURA            PIC 9(08) VALUE 0.
001240  77  CR-DIAS-CREDITO             PIC 9(03) VALUE 0.

001241*----------------------------------------------------------------*
001242* NOTA DE CREDITO EN CURSO.                                      *
001243* CR-ULTIMA-APLICADA es el folio de la ultima nota ya aplicada   *
001244* (NOTAAPLI-FILE); las notas se folian en orden, asi que toda    *
001245* nota de folio menor o igual ya se aplico en otra corrida.      *
001246*----------------------------------------------------------------*
001247  77  CR-ULTIMA-APLICADA          PIC 9(08) VALUE 0.
001248  77  CR-IMPORTE-NOTA             PIC 9(15)V9(02) VALUE 0.
001249  77  CR-EXCEDENTE-NOTA           PIC 9(15)V9(02) VALUE 0.

001250*----------------------------------------------------------------*
001260* CIFRAS DE LA CORRIDA.                                          *
001270*----------------------------------------------------------------*
001280  77  CR-CTL-FACTURAS-LEIDAS      PIC 9(06) VALUE 0.
001290  77  CR-CTL-FACTURAS-CARGADAS    PIC 9(06) VALUE 0.
001300  77  CR-CTL-FACTURAS-YA-EN       PIC 9(06) VALUE 0.
001310  77  CR-CTL-SIN-CLIENTE          PIC 9(06) VALUE 0.
001320  77  CR-CTL-PAGOS-LEIDOS         PIC 9(06) VALUE 0.
001330  77  CR-CTL-PAGOS-APLICADOS      PIC 9(06) VALUE 0.
001340  77  CR-CTL-PAGOS-RECHAZADOS     PIC 9(06) VALUE 0.
001350  77  CR-CTL-FACTURAS-PAGADAS     PIC 9(06) VALUE 0.
001360  77  CR-CTL-IMPORTE-CARGADO      PIC 9(15)V9(02) VALUE 0.
001370  77  CR-CTL-IMPORTE-APLICADO     PIC 9(15)V9(02) VALUE 0.
001371  77  CR-CTL-NOTAS-LEIDAS         PIC 9(06) VALUE 0.
001372  77  CR-CTL-NOTAS-APLICADAS      PIC 9(06) VALUE 0.
001373  77  CR-CTL-NOTAS-YA-APLICADAS   PIC 9(06) VALUE 0.
001374  77  CR-CTL-NOTAS-RECHAZADAS     PIC 9(06) VALUE 0.
001375  77  CR-CTL-NOTAS-EXCEDIDAS      PIC 9(06) VALUE 0.
001376  77  CR-CTL-IMPORTE-ACREDITADO   PIC 9(15)V9(02) VALUE 0.
001377  77  CR-CTL-SALDO-A-FAVOR        PIC 9(15)V9(02) VALUE 0.
001378  77  CR-CTL-NOTAS-SIN-PARTIDA    PIC 9(06) VALUE 0.
001380  77  CR-CANT-EDIT                PIC Z(5)9.
001390  77  CR-IMPORTE-EDIT             PIC Z(14)9.99.

001400*----------------------------------------------------------------*
001410* LINEAS DEL REPORTE DE EXCEPCIONES Y CIFRAS.                    *
001420*----------------------------------------------------------------*
001430  01  EXC-ENCABEZADO.
001440      05  FILLER                  PIC X(42) VALUE
001450          "CUENTAS POR COBRAR - EXCEPCIONES          ".
001460      05  EXC-ENC-FECHA           PIC 9(08).
001470      05  FILLER                  PIC X(30) VALUE SPACES.
001480  01  EXC-DETALLE.
001490      05  FILLER                  PIC X(02) VALUE SPACES.
001500      05  EXC-DET-CLIENTE         PIC X(06).
001510      05  FILLER                  PIC X(01) VALUE SPACES.
001520      05  EXC-DET-FACTURA         PIC 9(08).
001530      05  EXC-DET-IMPORTE         PIC Z(12)9.99.
001540      05  FILLER                  PIC X(02) VALUE SPACES.
001550      05  EXC-DET-MOTIVO          PIC X(40).
001560      05  FILLER                  PIC X(05) VALUE SPACES.
001570  01  EXC-CIFRA.
001580      05  FILLER                  PIC X(02) VALUE SPACES.
001590      05  EXC-CIF-ETIQUETA        PIC X(26).
001600      05  EXC-CIF-CANT            PIC Z(7)9.
001610      05  FILLER                  PIC X(44) VALUE SPACES.
001620  01  EXC-IMPORTE.
001630      05  FILLER                  PIC X(02) VALUE SPACES.
001640      05  EXC-IMP-ETIQUETA        PIC X(26).
001650      05  EXC-IMP-VALOR           PIC Z(14)9.99.
001660      05  FILLER                  PIC X(34) VALUE SPACES.

001670  PROCEDURE DIVISION.
001680*================================================================*
001690* 0000-MAINLINE                                                  *
001700*     Abre archivos, carga las facturas nuevas a la cartera,     *
001710*     aplica las notas de credito y los pagos del dia y          *
001715*     reporta las cifras.                                        *
001720*================================================================*
001730  0000-MAINLINE.
001731      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
001732      ACCEPT COR-HORA-INICIO FROM TIME
001740      PERFORM 1000-INICIO
001750          THRU 1000-INICIO-EXIT
001760      IF NOT CR-FIN-PROCESO-SI
001770          PERFORM 2000-CARGAR-FACTURAS
001780              THRU 2000-CARGAR-FACTURAS-EXIT
001785          PERFORM 2500-APLICAR-NOTAS
001787              THRU 2500-APLICAR-NOTAS-EXIT
001790          PERFORM 3000-APLICAR-PAGOS
001800              THRU 3000-APLICAR-PAGOS-EXIT
001810      END-IF
001820      PERFORM 9000-FINALIZAR
001830          THRU 9000-FINALIZAR-EXIT
001831      PERFORM 9800-REGISTRAR-CORRIDA
001832          THRU 9800-REGISTRAR-CORRIDA-EXIT
001840      STOP RUN.

001850*----------------------------------------------------------------*
001860* 1000-INICIO                                                    *
001870*     Abre la cartera en entrada-salida, creandola vacia la      *
001880*     primera vez (igual que el inventario en POLIGONOS), el     *
001890*     reporte de excepciones y los archivos de consulta. Sin     *
001900*     cartera la corrida no arranca.                             *
001910*----------------------------------------------------------------*
001920  1000-INICIO.
001930      ACCEPT CR-FECHA-HOY FROM DATE YYYYMMDD
001940      OPEN I-O CARTERA-FILE
001950      IF CR-ESTADO-CARTERA = "35"
001960          OPEN OUTPUT CARTERA-FILE
001970          CLOSE CARTERA-FILE
001980          OPEN I-O CARTERA-FILE
001990      END-IF
002000      IF CR-ESTADO-CARTERA NOT = "00"
002010          DISPLAY "No se pudo abrir CARTERA-FILE, estado: "
002020              CR-ESTADO-CARTERA
002030          MOVE 8 TO RETURN-CODE
002040          SET CR-FIN-PROCESO-SI TO TRUE
002050          GO TO 1000-INICIO-EXIT
002060      END-IF
002070      SET CR-CARTERA-ABIERTA-SI TO TRUE
002080      OPEN OUTPUT CARTEXC-FILE
002090      IF CR-ESTADO-EXCEPCION = "00"
002100          MOVE "S" TO CR-EXCEPCION-OK
002110          MOVE CR-FECHA-HOY TO EXC-ENC-FECHA
002120          WRITE EXC-LINEA FROM EXC-ENCABEZADO
002130          MOVE SPACES TO EXC-LINEA
002140          WRITE EXC-LINEA
002150      ELSE
002160          DISPLAY "No se pudo abrir CARTEXC-FILE, estado: "
002170              CR-ESTADO-EXCEPCION
002180          DISPLAY "Las excepciones solo saldran por consola."
002190      END-IF
002200      OPEN INPUT CLIENTES-FILE
002210      IF CR-ESTADO-CLIENTES = "00"
002220          MOVE "S" TO CR-CLIENTES-OK
002230      ELSE
002240          DISPLAY "No se pudo abrir CLIENTES-FILE, estado: "
002250              CR-ESTADO-CLIENTES
002260          DISPLAY "Las facturas nuevas venceran el dia de su "
002270              "emision."
002280      END-IF
002290      OPEN INPUT REGFAC-FILE
002300      IF CR-ESTADO-REGISTRO = "00"
002310          MOVE "S" TO CR-REGISTRO-OK
002320      ELSE
002330          DISPLAY "No se pudo abrir REGFAC-FILE, estado: "
002340              CR-ESTADO-REGISTRO
002350          DISPLAY "Las facturas nuevas llevaran la fecha de hoy."
002360      END-IF
002370      OPEN INPUT FACTURAS-FILE
002380      EVALUATE CR-ESTADO-FACTURAS
002390          WHEN "00"
002400              MOVE "S" TO CR-FACTURAS-OK
002410          WHEN "35"
002420              DISPLAY "FACTURAS-FILE no existe; no hay facturas "
002430                  "nuevas que cargar."
002440          WHEN OTHER
002450              DISPLAY "No se pudo abrir FACTURAS-FILE, estado: "
002460                  CR-ESTADO-FACTURAS
002470      END-EVALUATE
002480      OPEN INPUT PAGOS-FILE
002490      EVALUATE CR-ESTADO-PAGOS
002500          WHEN "00"
002510              MOVE "S" TO CR-PAGOS-OK
002520          WHEN "35"
002530              DISPLAY "PAGOS-FILE no existe; no hay pagos que "
002540                  "aplicar."
002550          WHEN OTHER
002560              DISPLAY "No se pudo abrir PAGOS-FILE, estado: "
002570                  CR-ESTADO-PAGOS
002580      END-EVALUATE
002590      OPEN INPUT NOTAS-FILE
002600      EVALUATE CR-ESTADO-NOTAS
002610          WHEN "00"
002620              MOVE "S" TO CR-NOTAS-OK
002630          WHEN "35"
002640              DISPLAY "NOTAS-FILE no existe; no hay notas de "
002650                  "credito que aplicar."
002660          WHEN OTHER
002670              DISPLAY "No se pudo abrir NOTAS-FILE, estado: "
002680                  CR-ESTADO-NOTAS
002690      END-EVALUATE
002700      MOVE 0 TO CR-ULTIMA-APLICADA
002710      OPEN INPUT NOTAAPLI-FILE
002720      IF CR-ESTADO-APLICADAS = "00"
002730          READ NOTAAPLI-FILE
002740              NOT AT END
002750                  MOVE NCTL-ULTIMA-NOTA TO CR-ULTIMA-APLICADA
002760          END-READ
002770          CLOSE NOTAAPLI-FILE
002780      END-IF.
002790  1000-INICIO-EXIT.
002800      EXIT.

002810*----------------------------------------------------------------*
002820* 2000-CARGAR-FACTURAS                                           *
002830*     Recorre FACTURAS-FILE completo: las lineas "L" solo        *
002840*     sirven para fechar la factura (2100) y cada linea "T" se   *
002850*     carga a la cartera como partida abierta (2200).            *
002860*----------------------------------------------------------------*
002870  2000-CARGAR-FACTURAS.
002880      IF NOT CR-FACTURAS-DISPONIBLE
002890          GO TO 2000-CARGAR-FACTURAS-EXIT
002900      END-IF
002910      MOVE "N" TO CR-FIN-ARCHIVO
002920      PERFORM 2050-LEER-FACTURA
002930          THRU 2050-LEER-FACTURA-EXIT
002940          UNTIL CR-FIN-ARCHIVO-SI.
002950  2000-CARGAR-FACTURAS-EXIT.
002960      EXIT.

002970*----------------------------------------------------------------*
002980* 2050-LEER-FACTURA                                              *
002990*     Una pasada de 2000: lee una linea de FACTURAS-FILE y la    *
003000*     despacha segun su tipo.                                    *
003010*----------------------------------------------------------------*
003020  2050-LEER-FACTURA.
003030      READ FACTURAS-FILE
003040          AT END
003050              SET CR-FIN-ARCHIVO-SI TO TRUE
003060              GO TO 2050-LEER-FACTURA-EXIT
003070      END-READ
003080      EVALUATE TRUE
003090          WHEN FAC-ES-LINEA
003100              PERFORM 2100-FECHAR-FACTURA
003110                  THRU 2100-FECHAR-FACTURA-EXIT
003120          WHEN FAC-ES-TOTAL
003130              PERFORM 2200-CARGAR-PARTIDA
003140                  THRU 2200-CARGAR-PARTIDA-EXIT
003150      END-EVALUATE.
003160  2050-LEER-FACTURA-EXIT.
003170      EXIT.

003180*----------------------------------------------------------------*
003190* 2100-FECHAR-FACTURA                                            *
003200*     Con la primera linea "L" de cada folio, busca el panel en  *
003210*     el registro de facturacion y toma su REG-FECHA como fecha  *
003220*     de la factura. Sin registro, o sin el panel en el, la      *
003230*     fecha es la de la corrida (la extraccion corre el mismo    *
003240*     dia que esta cadena).                                      *
003250*----------------------------------------------------------------*
003260  2100-FECHAR-FACTURA.
003270      IF FAC-FACTURA = CR-FOLIO-FECHADO
003280          GO TO 2100-FECHAR-FACTURA-EXIT
003290      END-IF
003300      MOVE FAC-FACTURA TO CR-FOLIO-FECHADO
003310      MOVE CR-FECHA-HOY TO CR-FECHA-FACTURA
003320      IF NOT CR-REGISTRO-DISPONIBLE
003330          GO TO 2100-FECHAR-FACTURA-EXIT
003340      END-IF
003350      MOVE FAC-PEDIDO TO REG-PEDIDO
003360      MOVE FAC-LINEA TO REG-LINEA
003370      READ REGFAC-FILE
003380          INVALID KEY
003390              CONTINUE
003400          NOT INVALID KEY
003410              MOVE REG-FECHA TO CR-FECHA-FACTURA
003420      END-READ.
003430  2100-FECHAR-FACTURA-EXIT.
003440      EXIT.

003450*----------------------------------------------------------------*
003460* 2200-CARGAR-PARTIDA                                            *
003470*     Da de alta en la cartera la factura de la linea "T", con   *
003480*     saldo igual al importe facturado y vencimiento a los dias  *
003490*     de credito del cliente. Una factura que ya esta en la      *
003500*     cartera (FACTURAS-FILE procesado otra vez) solo se         *
003510*     cuenta. Un cliente que no esta en el maestro se carga con  *
003520*     cero dias de credito y se reporta.                         *
003530*----------------------------------------------------------------*
003540  2200-CARGAR-PARTIDA.
003550      ADD 1 TO CR-CTL-FACTURAS-LEIDAS
003560      IF FAC-TOT-FACTURA NOT = CR-FOLIO-FECHADO
003570          MOVE CR-FECHA-HOY TO CR-FECHA-FACTURA
003580      END-IF
003590      PERFORM 2300-BUSCAR-CREDITO
003600          THRU 2300-BUSCAR-CREDITO-EXIT
003610      MOVE SPACES TO CXC-REGISTRO
003620      MOVE FAC-TOT-CLIENTE TO CXC-CLIENTE
003630      MOVE FAC-TOT-FACTURA TO CXC-FACTURA
003640      MOVE FAC-TOT-PEDIDO TO CXC-PEDIDO
003650      MOVE CR-FECHA-FACTURA TO CXC-FECHA-FACTURA
003660      COMPUTE CXC-FECHA-VENCE = FUNCTION DATE-OF-INTEGER
003670          (FUNCTION INTEGER-OF-DATE (CR-FECHA-FACTURA)
003680              + CR-DIAS-CREDITO)
003690      MOVE FAC-TOT-IMPORTE TO CXC-IMPORTE
003700      MOVE 0 TO CXC-ABONOS
003705      MOVE 0 TO CXC-CREDITOS
003710      MOVE FAC-TOT-IMPORTE TO CXC-SALDO
003720      MOVE 0 TO CXC-FECHA-ULT-PAGO
003730      SET CXC-ABIERTA TO TRUE
003740      WRITE CXC-REGISTRO
003750          INVALID KEY
003760              ADD 1 TO CR-CTL-FACTURAS-YA-EN
003770              GO TO 2200-CARGAR-PARTIDA-EXIT
003780      END-WRITE
003790      ADD 1 TO CR-CTL-FACTURAS-CARGADAS
003800      ADD CXC-IMPORTE TO CR-CTL-IMPORTE-CARGADO.
003810  2200-CARGAR-PARTIDA-EXIT.
003820      EXIT.

003830*----------------------------------------------------------------*
003840* 2300-BUSCAR-CREDITO                                            *
003850*     Deja en CR-DIAS-CREDITO los dias de credito del cliente    *
003860*     de la linea "T". Sin maestro no hay credito que buscar;    *
003870*     un cliente desconocido se reporta como excepcion (la       *
003880*     factura se carga de todos modos: ya se emitio).            *
003890*----------------------------------------------------------------*
003900  2300-BUSCAR-CREDITO.
003910      MOVE 0 TO CR-DIAS-CREDITO
003920      IF NOT CR-CLIENTES-DISPONIBLE
003930          GO TO 2300-BUSCAR-CREDITO-EXIT
003940      END-IF
003950      MOVE FAC-TOT-CLIENTE TO CLI-CODIGO
003960      READ CLIENTES-FILE
003970          INVALID KEY
003980              ADD 1 TO CR-CTL-SIN-CLIENTE
003990              MOVE FAC-TOT-CLIENTE TO EXC-DET-CLIENTE
004000              MOVE FAC-TOT-FACTURA TO EXC-DET-FACTURA
004010              MOVE FAC-TOT-IMPORTE TO EXC-DET-IMPORTE
004020              MOVE "cliente sin maestro, vence al emitirse"
004030                  TO EXC-DET-MOTIVO
004040              PERFORM 8000-ESCRIBIR-EXCEPCION
004050                  THRU 8000-ESCRIBIR-EXCEPCION-EXIT
004060          NOT INVALID KEY
004070              MOVE CLI-DIAS-CREDITO TO CR-DIAS-CREDITO
004080      END-READ.
004090  2300-BUSCAR-CREDITO-EXIT.
004100      EXIT.

004110*----------------------------------------------------------------*
004120* 2500-APLICAR-NOTAS                                             *
004130*     Recorre NOTAS-FILE completo aplicando cada nota de         *
004140*     credito (2600). Las lineas "L" son el detalle por panel y  *
004150*     no tocan la cartera.                                       *
004152*     Una nota que no se pudo regrabar detiene la aplicacion     *
004154*     (RETURN-CODE 8): NOTAAPLI-FILE guarda un solo folio, asi   *
004156*     que ninguna nota posterior puede quedar aplicada antes     *
004158*     que ella. Se reintenta en la siguiente corrida.            *
004160*----------------------------------------------------------------*
004170  2500-APLICAR-NOTAS.
004180      IF NOT CR-NOTAS-DISPONIBLE
004190          GO TO 2500-APLICAR-NOTAS-EXIT
004200      END-IF
004210      MOVE "N" TO CR-FIN-ARCHIVO
004220      PERFORM 2600-APLICAR-NOTA
004230          THRU 2600-APLICAR-NOTA-EXIT
004240          UNTIL CR-FIN-ARCHIVO-SI
004241      IF CR-CTL-NOTAS-RECHAZADAS > 0
004242          DISPLAY "Aplicacion de notas detenida en la nota "
004243              NCR-TOT-NOTA "; las siguientes se aplican en la "
004244              "siguiente corrida."
004245          MOVE 8 TO RETURN-CODE
004246      END-IF.
004250  2500-APLICAR-NOTAS-EXIT.
004260      EXIT.

004270*----------------------------------------------------------------*
004280* 2600-APLICAR-NOTA                                              *
004290*     Lee una linea de NOTAS-FILE y, si es el total de una nota  *
004300*     aun no aplicada, la acredita a la factura original: sube   *
004310*     los creditos y baja el saldo. Si la nota excede el saldo   *
004320*     (factura ya pagada en todo o en parte) solo se acredita    *
004330*     el saldo y el excedente se reporta como saldo a favor del  *
004340*     cliente. Una nota de factura que no esta en la cartera     *
004350*     (facturada antes de la cartera, o FACTURAS reescrito antes *
004351*     de cargarse) nunca se podra aplicar: se reporta, se cuenta *
004352*     y su folio queda como aplicado para no detener las         *
004353*     siguientes. Cualquier otra nota queda como aplicada solo   *
004354*     cuando la partida quedo regrabada; si no se pudo regrabar  *
004356*     termina la pasada (2500).                                  *
004360*----------------------------------------------------------------*
004370  2600-APLICAR-NOTA.
004380      READ NOTAS-FILE
004390          AT END
004400              SET CR-FIN-ARCHIVO-SI TO TRUE
004410              GO TO 2600-APLICAR-NOTA-EXIT
004420      END-READ
004430      IF NOT NCR-ES-TOTAL
004440          GO TO 2600-APLICAR-NOTA-EXIT
004450      END-IF
004460      ADD 1 TO CR-CTL-NOTAS-LEIDAS
004470      IF NCR-TOT-NOTA NOT > CR-ULTIMA-APLICADA
004480          ADD 1 TO CR-CTL-NOTAS-YA-APLICADAS
004490          GO TO 2600-APLICAR-NOTA-EXIT
004500      END-IF
004520      MOVE NCR-TOT-IMPORTE TO CR-IMPORTE-NOTA
004530      MOVE 0 TO CR-EXCEDENTE-NOTA
004540      MOVE NCR-TOT-CLIENTE TO CXC-CLIENTE
004550      MOVE NCR-TOT-FACTURA TO CXC-FACTURA
004560      READ CARTERA-FILE
004570          INVALID KEY
004580              ADD 1 TO CR-CTL-NOTAS-SIN-PARTIDA
004590              MOVE "nota de credito de factura sin partida"
004600                  TO EXC-DET-MOTIVO
004610              PERFORM 2700-REPORTAR-NOTA
004620                  THRU 2700-REPORTAR-NOTA-EXIT
004625              MOVE NCR-TOT-NOTA TO CR-ULTIMA-APLICADA
004630              GO TO 2600-APLICAR-NOTA-EXIT
004640      END-READ
004650      IF CR-IMPORTE-NOTA > CXC-SALDO
004660          COMPUTE CR-EXCEDENTE-NOTA = CR-IMPORTE-NOTA - CXC-SALDO
004670          MOVE CXC-SALDO TO CR-IMPORTE-NOTA
004680      END-IF
004690      ADD CR-IMPORTE-NOTA TO CXC-CREDITOS
004700      SUBTRACT CR-IMPORTE-NOTA FROM CXC-SALDO
004710      IF CXC-SALDO = 0
004720          SET CXC-PAGADA TO TRUE
004730      END-IF
004740      REWRITE CXC-REGISTRO
004750      IF CR-ESTADO-CARTERA NOT = "00"
004760          ADD 1 TO CR-CTL-NOTAS-RECHAZADAS
004770          MOVE NCR-TOT-IMPORTE TO CR-EXCEDENTE-NOTA
004780          MOVE "no se pudo reescribir la partida"
004790              TO EXC-DET-MOTIVO
004800          PERFORM 2700-REPORTAR-NOTA
004810              THRU 2700-REPORTAR-NOTA-EXIT
004815          SET CR-FIN-ARCHIVO-SI TO TRUE
004820          GO TO 2600-APLICAR-NOTA-EXIT
004830      END-IF
004835      MOVE NCR-TOT-NOTA TO CR-ULTIMA-APLICADA
004840      ADD 1 TO CR-CTL-NOTAS-APLICADAS
004850      ADD CR-IMPORTE-NOTA TO CR-CTL-IMPORTE-ACREDITADO
004860      IF CR-EXCEDENTE-NOTA > 0
004870          ADD 1 TO CR-CTL-NOTAS-EXCEDIDAS
004880          ADD CR-EXCEDENTE-NOTA TO CR-CTL-SALDO-A-FAVOR
004890          MOVE "nota excede el saldo: saldo a favor"
004900              TO EXC-DET-MOTIVO
004910          PERFORM 2700-REPORTAR-NOTA
004920              THRU 2700-REPORTAR-NOTA-EXIT
004930      END-IF.
004940  2600-APLICAR-NOTA-EXIT.
004950      EXIT.

004960*----------------------------------------------------------------*
004970* 2700-REPORTAR-NOTA                                             *
004980*     Escribe la nota en curso al reporte de excepciones con el  *
004990*     importe no acreditado (el llamador ya dejo listos          *
005000*     CR-EXCEDENTE-NOTA y EXC-DET-MOTIVO).                       *
005010*----------------------------------------------------------------*
005020  2700-REPORTAR-NOTA.
005030      MOVE NCR-TOT-CLIENTE TO EXC-DET-CLIENTE
005040      MOVE NCR-TOT-FACTURA TO EXC-DET-FACTURA
005050      IF CR-EXCEDENTE-NOTA = 0
005060          MOVE NCR-TOT-IMPORTE TO EXC-DET-IMPORTE
005070      ELSE
005080          MOVE CR-EXCEDENTE-NOTA TO EXC-DET-IMPORTE
005090      END-IF
005100      PERFORM 8000-ESCRIBIR-EXCEPCION
005110          THRU 8000-ESCRIBIR-EXCEPCION-EXIT.
005120  2700-REPORTAR-NOTA-EXIT.
005130      EXIT.

005140*----------------------------------------------------------------*
005150* 3000-APLICAR-PAGOS                                             *
005160*     Recorre PAGOS-FILE completo aplicando cada pago (3100).    *
005170*----------------------------------------------------------------*
005180  3000-APLICAR-PAGOS.
005190      IF NOT CR-PAGOS-DISPONIBLE
005200          GO TO 3000-APLICAR-PAGOS-EXIT
005210      END-IF
005220      MOVE "N" TO CR-FIN-ARCHIVO
005230      PERFORM 3100-APLICAR-PAGO
005240          THRU 3100-APLICAR-PAGO-EXIT
005250          UNTIL CR-FIN-ARCHIVO-SI.
005260  3000-APLICAR-PAGOS-EXIT.
005270      EXIT.

005280*----------------------------------------------------------------*
005290* 3100-APLICAR-PAGO                                              *
005300*     Lee un pago, lo valida contra la partida de la cartera     *
005310*     (3200) y, si pasa, lo abona: baja el saldo, anota la fecha *
005320*     del pago y marca la partida pagada cuando el saldo llega   *
005330*     a cero.                                                    *
005340*----------------------------------------------------------------*
005350  3100-APLICAR-PAGO.
005360      READ PAGOS-FILE
005370          AT END
005380              SET CR-FIN-ARCHIVO-SI TO TRUE
005390              GO TO 3100-APLICAR-PAGO-EXIT
005400      END-READ
005410      ADD 1 TO CR-CTL-PAGOS-LEIDOS
005420      PERFORM 3200-VALIDAR-PAGO
005430          THRU 3200-VALIDAR-PAGO-EXIT
005440      IF NOT CR-PAGO-VALIDO
005450          GO TO 3100-APLICAR-PAGO-EXIT
005460      END-IF
005470      ADD PAG-IMPORTE TO CXC-ABONOS
005480      SUBTRACT PAG-IMPORTE FROM CXC-SALDO
005490      MOVE PAG-FECHA TO CXC-FECHA-ULT-PAGO
005500      IF CXC-SALDO = 0
005510          SET CXC-PAGADA TO TRUE
005520      END-IF
005530      REWRITE CXC-REGISTRO
005540      IF CR-ESTADO-CARTERA NOT = "00"
005550          MOVE "no se pudo reescribir la partida"
005560              TO EXC-DET-MOTIVO
005570          PERFORM 3300-RECHAZAR-PAGO
005580              THRU 3300-RECHAZAR-PAGO-EXIT
005590          GO TO 3100-APLICAR-PAGO-EXIT
005600      END-IF
005610      ADD 1 TO CR-CTL-PAGOS-APLICADOS
005620      ADD PAG-IMPORTE TO CR-CTL-IMPORTE-APLICADO
005630      IF CXC-PAGADA
005640          ADD 1 TO CR-CTL-FACTURAS-PAGADAS
005650      END-IF.
005660  3100-APLICAR-PAGO-EXIT.
005670      EXIT.

005680*----------------------------------------------------------------*
005690* 3200-VALIDAR-PAGO                                              *
005700*     Verifica el pago contra la cartera y deja CXC-REGISTRO     *
005710*     leido si es valido. Todo pago invalido se rechaza aqui     *
005720*     mismo (3300) con su motivo y deja CR-PAGO-OK en "N".       *
005730*----------------------------------------------------------------*
005740  3200-VALIDAR-PAGO.
005750      MOVE "N" TO CR-PAGO-OK
005760      IF PAG-IMPORTE NOT NUMERIC OR PAG-IMPORTE = 0
005770          MOVE "importe de pago invalido" TO EXC-DET-MOTIVO
005780          PERFORM 3300-RECHAZAR-PAGO
005790              THRU 3300-RECHAZAR-PAGO-EXIT
005800          GO TO 3200-VALIDAR-PAGO-EXIT
005810      END-IF
005820      IF PAG-FECHA NOT NUMERIC OR PAG-FECHA = 0
005830          MOVE "fecha de pago invalida" TO EXC-DET-MOTIVO
005840          PERFORM 3300-RECHAZAR-PAGO
005850              THRU 3300-RECHAZAR-PAGO-EXIT
005860          GO TO 3200-VALIDAR-PAGO-EXIT
005870      END-IF
005880      MOVE PAG-CLIENTE TO CXC-CLIENTE
005890      MOVE PAG-FACTURA TO CXC-FACTURA
005900      READ CARTERA-FILE
005910          INVALID KEY
005920              MOVE "factura no esta en cartera del cliente"
005930                  TO EXC-DET-MOTIVO
005940              PERFORM 3300-RECHAZAR-PAGO
005950                  THRU 3300-RECHAZAR-PAGO-EXIT
005960              GO TO 3200-VALIDAR-PAGO-EXIT
005970      END-READ
005980      IF CXC-PAGADA
005990          MOVE "factura ya pagada" TO EXC-DET-MOTIVO
006000          PERFORM 3300-RECHAZAR-PAGO
006010              THRU 3300-RECHAZAR-PAGO-EXIT
006020          GO TO 3200-VALIDAR-PAGO-EXIT
006030      END-IF
006040*    Un pago mayor que el saldo no se aplica parcial: cobranza
006050*    decide si es un error de captura o un saldo a favor.
006060      IF PAG-IMPORTE > CXC-SALDO
006070          MOVE "pago mayor que el saldo de la factura"
006080              TO EXC-DET-MOTIVO
006090          PERFORM 3300-RECHAZAR-PAGO
006100              THRU 3300-RECHAZAR-PAGO-EXIT
006110          GO TO 3200-VALIDAR-PAGO-EXIT
006120      END-IF
006130      MOVE "S" TO CR-PAGO-OK.
006140  3200-VALIDAR-PAGO-EXIT.
006150      EXIT.

006160*----------------------------------------------------------------*
006170* 3300-RECHAZAR-PAGO                                             *
006180*     Cuenta el pago rechazado y lo escribe al reporte de        *
006190*     excepciones con su motivo (el llamador ya dejo             *
006200*     EXC-DET-MOTIVO listo).                                     *
006210*----------------------------------------------------------------*
006220  3300-RECHAZAR-PAGO.
006230      ADD 1 TO CR-CTL-PAGOS-RECHAZADOS
006240      MOVE PAG-CLIENTE TO EXC-DET-CLIENTE
006250      MOVE PAG-FACTURA TO EXC-DET-FACTURA
006260      IF PAG-IMPORTE NUMERIC
006270          MOVE PAG-IMPORTE TO EXC-DET-IMPORTE
006280      ELSE
006290          MOVE 0 TO EXC-DET-IMPORTE
006300      END-IF
006310      PERFORM 8000-ESCRIBIR-EXCEPCION
006320          THRU 8000-ESCRIBIR-EXCEPCION-EXIT.
006330  3300-RECHAZAR-PAGO-EXIT.
006340      EXIT.

006350*----------------------------------------------------------------*
006360* 8000-ESCRIBIR-EXCEPCION                                        *
006370*     Escribe EXC-DETALLE (ya armado por el llamador) al         *
006380*     reporte de excepciones y lo repite por consola. Sin        *
006390*     reporte disponible, la excepcion solo sale por consola.    *
006400*----------------------------------------------------------------*
006410  8000-ESCRIBIR-EXCEPCION.
006420      DISPLAY "Excepcion " EXC-DET-CLIENTE " factura "
006430          EXC-DET-FACTURA ": " FUNCTION TRIM (EXC-DET-MOTIVO)
006440      IF CR-EXCEPCION-DISPONIBLE
006450          WRITE EXC-LINEA FROM EXC-DETALLE
006460      END-IF.
006470  8000-ESCRIBIR-EXCEPCION-EXIT.
006480      EXIT.

006490*----------------------------------------------------------------*
006500* 9000-FINALIZAR                                                 *
006510*     Escribe las cifras de la corrida al final del reporte de   *
006520*     excepciones, las repite por consola y cierra archivos.     *
006530*     Con algun pago rechazado, alguna nota sin partida o        *
006540*     alguna nota que dejo saldo a favor, la corrida termina con *
006545*     RETURN-CODE 4; una partida no regrabada ya la dejo en 8.   *
006550*----------------------------------------------------------------*
006560  9000-FINALIZAR.
006570      IF CR-EXCEPCION-DISPONIBLE
006580          MOVE SPACES TO EXC-LINEA
006590          WRITE EXC-LINEA
006600          MOVE "FACTURAS LEIDAS:" TO EXC-CIF-ETIQUETA
006610          MOVE CR-CTL-FACTURAS-LEIDAS TO EXC-CIF-CANT
006620          WRITE EXC-LINEA FROM EXC-CIFRA
006630          MOVE "FACTURAS CARGADAS:" TO EXC-CIF-ETIQUETA
006640          MOVE CR-CTL-FACTURAS-CARGADAS TO EXC-CIF-CANT
006650          WRITE EXC-LINEA FROM EXC-CIFRA
006660          MOVE "FACTURAS YA EN CARTERA:" TO EXC-CIF-ETIQUETA
006670          MOVE CR-CTL-FACTURAS-YA-EN TO EXC-CIF-CANT
006680          WRITE EXC-LINEA FROM EXC-CIFRA
006690          MOVE "FACTURAS SIN CLIENTE:" TO EXC-CIF-ETIQUETA
006700          MOVE CR-CTL-SIN-CLIENTE TO EXC-CIF-CANT
006710          WRITE EXC-LINEA FROM EXC-CIFRA
006720          MOVE "IMPORTE CARGADO:" TO EXC-IMP-ETIQUETA
006730          MOVE CR-CTL-IMPORTE-CARGADO TO EXC-IMP-VALOR
006740          WRITE EXC-LINEA FROM EXC-IMPORTE
006750          MOVE "PAGOS LEIDOS:" TO EXC-CIF-ETIQUETA
006760          MOVE CR-CTL-PAGOS-LEIDOS TO EXC-CIF-CANT
006770          WRITE EXC-LINEA FROM EXC-CIFRA
006780          MOVE "PAGOS APLICADOS:" TO EXC-CIF-ETIQUETA
006790          MOVE CR-CTL-PAGOS-APLICADOS TO EXC-CIF-CANT
006800          WRITE EXC-LINEA FROM EXC-CIFRA
006810          MOVE "PAGOS RECHAZADOS:" TO EXC-CIF-ETIQUETA
006820          MOVE CR-CTL-PAGOS-RECHAZADOS TO EXC-CIF-CANT
006830          WRITE EXC-LINEA FROM EXC-CIFRA
006840          MOVE "FACTURAS LIQUIDADAS:" TO EXC-CIF-ETIQUETA
006850          MOVE CR-CTL-FACTURAS-PAGADAS TO EXC-CIF-CANT
006860          WRITE EXC-LINEA FROM EXC-CIFRA
006870          MOVE "IMPORTE APLICADO:" TO EXC-IMP-ETIQUETA
006880          MOVE CR-CTL-IMPORTE-APLICADO TO EXC-IMP-VALOR
006890          WRITE EXC-LINEA FROM EXC-IMPORTE
006900          MOVE "NOTAS DE CREDITO LEIDAS:" TO EXC-CIF-ETIQUETA
006910          MOVE CR-CTL-NOTAS-LEIDAS TO EXC-CIF-CANT
006920          WRITE EXC-LINEA FROM EXC-CIFRA
006930          MOVE "NOTAS APLICADAS:" TO EXC-CIF-ETIQUETA
006940          MOVE CR-CTL-NOTAS-APLICADAS TO EXC-CIF-CANT
006950          WRITE EXC-LINEA FROM EXC-CIFRA
006960          MOVE "NOTAS YA APLICADAS ANTES:" TO EXC-CIF-ETIQUETA
006970          MOVE CR-CTL-NOTAS-YA-APLICADAS TO EXC-CIF-CANT
006980          WRITE EXC-LINEA FROM EXC-CIFRA
006990          MOVE "NOTAS RECHAZADAS:" TO EXC-CIF-ETIQUETA
007000          MOVE CR-CTL-NOTAS-RECHAZADAS TO EXC-CIF-CANT
007010          WRITE EXC-LINEA FROM EXC-CIFRA
007011          MOVE "NOTAS SIN PARTIDA:" TO EXC-CIF-ETIQUETA
007012          MOVE CR-CTL-NOTAS-SIN-PARTIDA TO EXC-CIF-CANT
007013          WRITE EXC-LINEA FROM EXC-CIFRA
007020          MOVE "NOTAS CON SALDO A FAVOR:" TO EXC-CIF-ETIQUETA
007030          MOVE CR-CTL-NOTAS-EXCEDIDAS TO EXC-CIF-CANT
007040          WRITE EXC-LINEA FROM EXC-CIFRA
007050          MOVE "IMPORTE ACREDITADO:" TO EXC-IMP-ETIQUETA
007060          MOVE CR-CTL-IMPORTE-ACREDITADO TO EXC-IMP-VALOR
007070          WRITE EXC-LINEA FROM EXC-IMPORTE
007080          MOVE "SALDO A FAVOR DE CLIENTES:" TO EXC-IMP-ETIQUETA
007090          MOVE CR-CTL-SALDO-A-FAVOR TO EXC-IMP-VALOR
007100          WRITE EXC-LINEA FROM EXC-IMPORTE
007110          CLOSE CARTEXC-FILE
007120      END-IF
007130      IF CR-PAGOS-DISPONIBLE
007140          CLOSE PAGOS-FILE
007150      END-IF
007160      IF CR-NOTAS-DISPONIBLE
007170          CLOSE NOTAS-FILE
007180          PERFORM 9100-GRABAR-APLICADAS
007190              THRU 9100-GRABAR-APLICADAS-EXIT
007200      END-IF
007210      IF CR-FACTURAS-DISPONIBLE
007220          CLOSE FACTURAS-FILE
007230      END-IF
007240      IF CR-REGISTRO-DISPONIBLE
007250          CLOSE REGFAC-FILE
007260      END-IF
007270      IF CR-CLIENTES-DISPONIBLE
007280          CLOSE CLIENTES-FILE
007290      END-IF
007300      IF CR-CARTERA-ABIERTA-SI
007310          CLOSE CARTERA-FILE
007320      END-IF
007330      MOVE CR-CTL-FACTURAS-CARGADAS TO CR-CANT-EDIT
007340      DISPLAY "Facturas cargadas a cartera: " CR-CANT-EDIT
007350      MOVE CR-CTL-FACTURAS-YA-EN TO CR-CANT-EDIT
007360      DISPLAY "Facturas ya en cartera:      " CR-CANT-EDIT
007370      MOVE CR-CTL-PAGOS-APLICADOS TO CR-CANT-EDIT
007380      DISPLAY "Pagos aplicados:             " CR-CANT-EDIT
007390      MOVE CR-CTL-PAGOS-RECHAZADOS TO CR-CANT-EDIT
007400      DISPLAY "Pagos rechazados:            " CR-CANT-EDIT
007410      MOVE CR-CTL-IMPORTE-APLICADO TO CR-IMPORTE-EDIT
007420      DISPLAY "Importe aplicado:   " CR-IMPORTE-EDIT
007430      MOVE CR-CTL-NOTAS-APLICADAS TO CR-CANT-EDIT
007440      DISPLAY "Notas de credito aplicadas:  " CR-CANT-EDIT
007450      MOVE CR-CTL-NOTAS-RECHAZADAS TO CR-CANT-EDIT
007460      DISPLAY "Notas de credito rechazadas: " CR-CANT-EDIT
007461      MOVE CR-CTL-NOTAS-SIN-PARTIDA TO CR-CANT-EDIT
007462      DISPLAY "Notas sin partida:           " CR-CANT-EDIT
007470      MOVE CR-CTL-IMPORTE-ACREDITADO TO CR-IMPORTE-EDIT
007480      DISPLAY "Importe acreditado: " CR-IMPORTE-EDIT
007490      MOVE CR-CTL-SALDO-A-FAVOR TO CR-IMPORTE-EDIT
007500      DISPLAY "Saldo a favor:      " CR-IMPORTE-EDIT
007510      IF (CR-CTL-PAGOS-RECHAZADOS > 0
007520              OR CR-CTL-NOTAS-RECHAZADAS > 0
007521              OR CR-CTL-NOTAS-SIN-PARTIDA > 0
007530              OR CR-CTL-NOTAS-EXCEDIDAS > 0)
007540              AND RETURN-CODE = 0
007550          MOVE 4 TO RETURN-CODE
007560      END-IF.
007570  9000-FINALIZAR-EXIT.
007580      EXIT.

007590*----------------------------------------------------------------*
007600* 9100-GRABAR-APLICADAS                                          *
007610*     Reescribe NOTAAPLI-FILE con el folio de la ultima nota de  *
007620*     credito aplicada, para que la siguiente corrida no vuelva  *
007630*     a aplicar las de esta.                                     *
007640*----------------------------------------------------------------*
007650  9100-GRABAR-APLICADAS.
007660      MOVE CR-ULTIMA-APLICADA TO NCTL-ULTIMA-NOTA
007670      OPEN OUTPUT NOTAAPLI-FILE
007680      IF CR-ESTADO-APLICADAS = "00"
007690          WRITE NCTL-REGISTRO
007700          CLOSE NOTAAPLI-FILE
007710      ELSE
007720          DISPLAY "No se pudo abrir NOTAAPLI-FILE, estado: "
007730              CR-ESTADO-APLICADAS
007740      END-IF.
007750  9100-GRABAR-APLICADAS-EXIT.
007760      EXIT.

007770*----------------------------------------------------------------*
007780* 9800-REGISTRAR-CORRIDA                                         *
007790*     Agrega el registro de esta corrida al diario de control    *
007800*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
007810*     cifras de control y RETURN-CODE final, para el reporte     *
007820*     MATUTINO. La corrida no usa tarjeta de parametros. Si el   *
007830*     diario no se puede abrir solo se avisa; el RETURN-CODE de  *
007840*     la corrida no cambia.                                      *
007850*----------------------------------------------------------------*
007860  9800-REGISTRAR-CORRIDA.
007870      MOVE "CARTERA" TO COR-PROGRAMA
007880      MOVE "N" TO COR-TARJETA
007890      MOVE SPACES TO COR-PARAMETROS
007900      MOVE "PAGOS" TO COR-CIFRA-NOMBRE (1)
007910      MOVE CR-CTL-PAGOS-LEIDOS TO COR-CIFRA-VALOR (1)
007920      MOVE "APLICADOS" TO COR-CIFRA-NOMBRE (2)
007930      MOVE CR-CTL-PAGOS-APLICADOS TO COR-CIFRA-VALOR (2)
007940      MOVE "RECHAZADOS" TO COR-CIFRA-NOMBRE (3)
007950      MOVE CR-CTL-PAGOS-RECHAZADOS TO COR-CIFRA-VALOR (3)
007960      MOVE "FACTURAS" TO COR-CIFRA-NOMBRE (4)
007970      MOVE CR-CTL-FACTURAS-CARGADAS TO COR-CIFRA-VALOR (4)
007980      MOVE RETURN-CODE TO COR-RETORNO
007990      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
008000      ACCEPT COR-HORA-FIN FROM TIME
008010      OPEN EXTEND CORRIDAS-FILE
008020      IF CR-ESTADO-CORRIDAS = "35"
008030          OPEN OUTPUT CORRIDAS-FILE
008040          CLOSE CORRIDAS-FILE
008050          OPEN EXTEND CORRIDAS-FILE
008060      END-IF
008070      IF CR-ESTADO-CORRIDAS NOT = "00"
008080          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
008090              CR-ESTADO-CORRIDAS
008100          GO TO 9800-REGISTRAR-CORRIDA-EXIT
008110      END-IF
008120      WRITE COR-SALIDA FROM COR-REGISTRO
008130      CLOSE CORRIDAS-FILE.
008140  9800-REGISTRAR-CORRIDA-EXIT.
008150      EXIT.
