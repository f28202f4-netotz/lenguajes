000010*================================================================*
000020* REORDEN.CBL                                                    *
000030*================================================================*
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID. REORDEN.
000060  AUTHOR. R. CASTRO VELAZQUEZ.
000070  INSTALLATION. TALLER DE CORTE - LINEA DE PANELES.
000080  DATE-WRITTEN. 2026-10-08.
000090  DATE-COMPILED.
000100*----------------------------------------------------------------*
000110* PROPOSITO.                                                     *
000120*     Reporte diario de existencias de lamina para compras       *
000130*     (REORDEN-FILE), en dos partes:                             *
000140*       1. Cada lamina del maestro (LAMINAS-FILE, ver LAMREC)    *
000150*          cuya existencia en el rack (EXISTLAM-FILE, ver        *
000160*          EXLREC) esta en o bajo su punto de reorden, con lo    *
000170*          que falta para llegar a el. Una lamina sin registro   *
000180*          de existencias cuenta en cero.                        *
000190*       2. Cada pedido abierto cuyo requerimiento pendiente de   *
000200*          lamina (REQLAM-FILE, ver RQLREC: requeridas menos     *
000210*          consumidas) ya no alcanza con la existencia. Los      *
000220*          pedidos se acumulan por lamina en orden de numero,    *
000230*          de modo que un pedido sale cuando el y los pedidos    *
000240*          anteriores abiertos de la misma lamina piden mas de   *
000250*          lo que hay en el rack. Un pedido esta abierto si le   *
000260*          queda algun panel clasificado sin cortar en el        *
000270*          inventario (INVENTARIO-FILE, ver INVREC).             *
000280*     El reporte termina con las cifras de la corrida.           *
000290*                                                                *
000300* HISTORIAL DE MODIFICACIONES.                                   *
000310*     2026-10-08 RCV  Version original.                          *
000311*     2026-10-15 RCV  La corrida se registra en el diario de     *
000312*                     corridas (CORRIDAS-FILE, ver CORREC, 9800).*
000320*----------------------------------------------------------------*
000330  ENVIRONMENT DIVISION.
000340  INPUT-OUTPUT SECTION.
000350  FILE-CONTROL.
000360      SELECT LAMINAS-FILE ASSIGN TO "LAMINAS"
000370          ORGANIZATION IS LINE SEQUENTIAL
000380          FILE STATUS IS RO-ESTADO-LAMINAS.
000390      SELECT EXISTLAM-FILE ASSIGN TO "EXISTLAM"
000400          ORGANIZATION IS INDEXED
000410          ACCESS MODE IS RANDOM
000420          RECORD KEY IS EXL-CODIGO
000430          FILE STATUS IS RO-ESTADO-EXISTLAM.
000440      SELECT REQLAM-FILE ASSIGN TO "REQLAM"
000450          ORGANIZATION IS INDEXED
000460          ACCESS MODE IS SEQUENTIAL
000470          RECORD KEY IS RQL-PEDIDO
000480          FILE STATUS IS RO-ESTADO-REQLAM.
000490      SELECT INVENTARIO-FILE ASSIGN TO "INVENTAR"
000500          ORGANIZATION IS INDEXED
000510          ACCESS MODE IS DYNAMIC
000520          RECORD KEY IS INV-CLAVE
000530          FILE STATUS IS RO-ESTADO-INVENTARIO.
000540      SELECT REORDEN-FILE ASSIGN TO "REORDEN"
000550          ORGANIZATION IS LINE SEQUENTIAL
000560          FILE STATUS IS RO-ESTADO-REORDEN.
000561      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000562          ORGANIZATION IS LINE SEQUENTIAL
000563          FILE STATUS IS RO-ESTADO-CORRIDAS.

000570  DATA DIVISION.
000580  FILE SECTION.
000590  FD  LAMINAS-FILE
000600      RECORD CONTAINS 29 CHARACTERS.
000610      COPY LAMREC.

000620  FD  EXISTLAM-FILE
000630      RECORD CONTAINS 80 CHARACTERS.
000640      COPY EXLREC.

000650  FD  REQLAM-FILE
000660      RECORD CONTAINS 60 CHARACTERS.
000670      COPY RQLREC.

000680  FD  INVENTARIO-FILE
000690      RECORD CONTAINS 307 CHARACTERS.
000700      COPY INVREC.

000710  FD  REORDEN-FILE
000720      RECORD CONTAINS 80 CHARACTERS.
000730  01  ROR-LINEA                  PIC X(80).

000731  FD  CORRIDAS-FILE
000732      RECORD CONTAINS 220 CHARACTERS.
000733  01  COR-SALIDA                 PIC X(220).

000740  WORKING-STORAGE SECTION.
000750*----------------------------------------------------------------*
000760* INDICADORES Y ESTADOS DE ARCHIVO.                              *
000770* Sin maestro de laminas o sin reporte la corrida no arranca     *
000780* (RETURN-CODE 8). Sin existencias todas las laminas cuentan en  *
000790* cero; sin requerimientos no hay segunda parte, y sin           *
000800* inventario todo pedido con pendiente se toma como abierto.     *
000810*----------------------------------------------------------------*
000820  77  RO-ESTADO-LAMINAS           PIC X(02) VALUE "00".
000830  77  RO-ESTADO-EXISTLAM          PIC X(02) VALUE "00".
000840  77  RO-ESTADO-REQLAM            PIC X(02) VALUE "00".
000850  77  RO-ESTADO-INVENTARIO        PIC X(02) VALUE "00".
000860  77  RO-ESTADO-REORDEN           PIC X(02) VALUE "00".
000861* Diario de control de corridas (9800, ver CORREC).
000862  77  RO-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
000863      COPY CORREC.
000870  77  RO-FIN-PROCESO              PIC X(01) VALUE "N".
000880      88  RO-FIN-PROCESO-SI                 VALUE "S".
000890  77  RO-FIN-ARCHIVO              PIC X(01) VALUE "N".
000900      88  RO-FIN-ARCHIVO-SI                 VALUE "S".
000910  77  RO-FIN-PANELES              PIC X(01) VALUE "N".
000920      88  RO-FIN-PANELES-SI                 VALUE "S".
000930  77  RO-EXISTLAM-OK              PIC X(01) VALUE "N".
000940      88  RO-EXISTLAM-DISPONIBLE            VALUE "S".
000950  77  RO-REQLAM-OK                PIC X(01) VALUE "N".
000960      88  RO-REQLAM-DISPONIBLE              VALUE "S".
000970  77  RO-INVENTARIO-OK            PIC X(01) VALUE "N".
000980      88  RO-INVENTARIO-DISPONIBLE          VALUE "S".
000990  77  RO-REPORTE-ABIERTO          PIC X(01) VALUE "N".
001000      88  RO-REPORTE-ABIERTO-SI             VALUE "S".
001010  77  RO-PEDIDO-ABIERTO           PIC X(01) VALUE "N".
001020      88  RO-PEDIDO-ABIERTO-SI              VALUE "S".

001050*----------------------------------------------------------------*
001060* EXISTENCIA Y PENDIENTE ACUMULADO POR LAMINA.                   *
001070* La tabla se llena en la primera parte con cada lamina del      *
001080* maestro y su existencia; la segunda parte acumula en ella lo   *
001090* pendiente de los pedidos abiertos.                             *
001100*----------------------------------------------------------------*
001110  77  RO-TOTAL-LAMINAS            PIC 9(03) COMP VALUE 0.
001120  01  RO-TABLA-LAMINAS.
001130      05  RO-LAMINA-ENTRADA       OCCURS 100 TIMES.
001140          10  RO-LAM-CODIGO       PIC X(08).
001150          10  RO-LAM-EXISTENCIA   PIC S9(07).
001160          10  RO-LAM-ACUMULADO    PIC 9(09).
001170  77  RO-LAMINA-INDICE            PIC 9(03) COMP VALUE 0.
001180  77  RO-LAMINA-HALLADA           PIC X(01) VALUE "N".
001190      88  RO-LAMINA-SE-HALLO                VALUE "S".
001200  77  RO-EXISTENCIA               PIC S9(07) VALUE 0.
001210  77  RO-PUNTO-REORDEN            PIC 9(07) VALUE 0.
001220  77  RO-FALTANTE                 PIC 9(08) VALUE 0.
001230  77  RO-PENDIENTE                PIC 9(06) VALUE 0.
001240  77  RO-ACUMULADO                PIC 9(09) VALUE 0.

001250*----------------------------------------------------------------*
001260* CIFRAS DE LA CORRIDA.                                          *
001270*----------------------------------------------------------------*
001280  77  RO-FECHA-HOY                PIC 9(08) VALUE 0.
001290  77  RO-CTL-LAMINAS              PIC 9(06) VALUE 0.
001300  77  RO-CTL-EN-REORDEN           PIC 9(06) VALUE 0.
001310  77  RO-CTL-REQUERIMIENTOS       PIC 9(06) VALUE 0.
001320  77  RO-CTL-ABIERTOS             PIC 9(06) VALUE 0.
001330  77  RO-CTL-SIN-EXISTENCIA       PIC 9(06) VALUE 0.
001340  77  RO-CANT-EDIT                PIC Z(5)9.

001350*----------------------------------------------------------------*
001360* LINEAS DEL REPORTE DE REORDEN.                                 *
001370*----------------------------------------------------------------*
001380  01  ROR-ENCABEZADO.
001390      05  FILLER                  PIC X(42) VALUE
001400          "EXISTENCIAS DE LAMINA - REORDEN           ".
001410      05  ROR-ENC-FECHA           PIC 9(08).
001420      05  FILLER                  PIC X(30) VALUE SPACES.
001430  01  ROR-TITULOS-LAMINA.
001440      05  FILLER                  PIC X(20) VALUE
001450          "  LAMINA    EXISTEN.".
001460      05  FILLER                  PIC X(20) VALUE
001470          "    PUNTO  FALTANTE ".
001480      05  FILLER                  PIC X(20) VALUE
001490          " ULT.ENTR.  NOTA    ".
001500      05  FILLER                  PIC X(20) VALUE SPACES.
001510  01  ROR-DET-LAMINA.
001520      05  FILLER                  PIC X(02) VALUE SPACES.
001530      05  ROR-LAM-CODIGO          PIC X(08).
001540      05  FILLER                  PIC X(02) VALUE SPACES.
001550      05  ROR-LAM-EXISTENCIA      PIC -(6)9.
001560      05  FILLER                  PIC X(02) VALUE SPACES.
001570      05  ROR-LAM-PUNTO           PIC Z(6)9.
001580      05  FILLER                  PIC X(02) VALUE SPACES.
001590      05  ROR-LAM-FALTANTE        PIC Z(7)9.
001600      05  FILLER                  PIC X(02) VALUE SPACES.
001610      05  ROR-LAM-FECHA           PIC Z(7)9.
001620      05  FILLER                  PIC X(02) VALUE SPACES.
001630      05  ROR-LAM-NOTA            PIC X(20).
001640      05  FILLER                  PIC X(10) VALUE SPACES.
001650  01  ROR-TITULOS-PEDIDO.
001660      05  FILLER                  PIC X(20) VALUE
001670          "  PEDIDO    LAMINA  ".
001680      05  FILLER                  PIC X(20) VALUE
001690          " REQUERIDACONSUMIDAS".
001700      05  FILLER                  PIC X(20) VALUE
001710          "PENDIENTESEXISTENCIA".
001720      05  FILLER                  PIC X(20) VALUE
001730          " ACUMULADO          ".
001740  01  ROR-DET-PEDIDO.
001750      05  FILLER                  PIC X(02) VALUE SPACES.
001760      05  ROR-PED-PEDIDO          PIC 9(08).
001770      05  FILLER                  PIC X(02) VALUE SPACES.
001780      05  ROR-PED-LAMINA          PIC X(08).
001790      05  ROR-PED-REQUERIDAS      PIC Z(9)9.
001800      05  ROR-PED-CONSUMIDAS      PIC Z(9)9.
001810      05  ROR-PED-PENDIENTES      PIC Z(9)9.
001820      05  ROR-PED-EXISTENCIA      PIC -(9)9.
001830      05  ROR-PED-ACUMULADO       PIC Z(9)9.
001840      05  FILLER                  PIC X(10) VALUE SPACES.
001850  01  ROR-CIFRA.
001860      05  FILLER                  PIC X(02) VALUE SPACES.
001870      05  ROR-CIF-ETIQUETA        PIC X(32).
001880      05  ROR-CIF-CANT            PIC Z(7)9.
001890      05  FILLER                  PIC X(38) VALUE SPACES.

001900  PROCEDURE DIVISION.
001910*================================================================*
001920* 0000-MAINLINE                                                  *
001930*     Abre archivos, reporta las laminas en punto de reorden y   *
001940*     los pedidos abiertos sin lamina suficiente, y cierra con   *
001950*     las cifras.                                                *
001960*================================================================*
001970  0000-MAINLINE.
001971      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
001972      ACCEPT COR-HORA-INICIO FROM TIME
001980      PERFORM 1000-INICIO
001990          THRU 1000-INICIO-EXIT
002000      IF NOT RO-FIN-PROCESO-SI
002010          PERFORM 2000-REVISAR-LAMINAS
002020              THRU 2000-REVISAR-LAMINAS-EXIT
002030          PERFORM 3000-REVISAR-PEDIDOS
002040              THRU 3000-REVISAR-PEDIDOS-EXIT
002050      END-IF
002060      PERFORM 9000-FINALIZAR
002070          THRU 9000-FINALIZAR-EXIT
002071      PERFORM 9800-REGISTRAR-CORRIDA
002072          THRU 9800-REGISTRAR-CORRIDA-EXIT
002080      STOP RUN.

002090*----------------------------------------------------------------*
002100* 1000-INICIO                                                    *
002110*     Abre el maestro de laminas y el reporte (sin ellos la      *
002120*     corrida no arranca) y los archivos de consulta, que solo   *
002130*     se avisan si faltan.                                       *
002140*----------------------------------------------------------------*
002150  1000-INICIO.
002160      ACCEPT RO-FECHA-HOY FROM DATE YYYYMMDD
002170      OPEN INPUT LAMINAS-FILE
002180      IF RO-ESTADO-LAMINAS NOT = "00"
002190          DISPLAY "No se pudo abrir LAMINAS-FILE, estado: "
002200              RO-ESTADO-LAMINAS
002210          MOVE 8 TO RETURN-CODE
002220          SET RO-FIN-PROCESO-SI TO TRUE
002230          GO TO 1000-INICIO-EXIT
002240      END-IF
002250      OPEN OUTPUT REORDEN-FILE
002260      IF RO-ESTADO-REORDEN NOT = "00"
002270          DISPLAY "No se pudo abrir REORDEN-FILE, estado: "
002280              RO-ESTADO-REORDEN
002290          CLOSE LAMINAS-FILE
002300          MOVE 8 TO RETURN-CODE
002310          SET RO-FIN-PROCESO-SI TO TRUE
002320          GO TO 1000-INICIO-EXIT
002330      END-IF
002340      SET RO-REPORTE-ABIERTO-SI TO TRUE
002350      MOVE RO-FECHA-HOY TO ROR-ENC-FECHA
002360      WRITE ROR-LINEA FROM ROR-ENCABEZADO
002370      OPEN INPUT EXISTLAM-FILE
002380      IF RO-ESTADO-EXISTLAM = "00"
002390          MOVE "S" TO RO-EXISTLAM-OK
002400      ELSE
002410          DISPLAY "No se pudo abrir EXISTLAM-FILE, estado: "
002420              RO-ESTADO-EXISTLAM
002430          DISPLAY "Todas las laminas cuentan sin existencia."
002440      END-IF
002450      OPEN INPUT REQLAM-FILE
002460      IF RO-ESTADO-REQLAM = "00"
002470          MOVE "S" TO RO-REQLAM-OK
002480      ELSE
002490          DISPLAY "No se pudo abrir REQLAM-FILE, estado: "
002500              RO-ESTADO-REQLAM
002510          DISPLAY "No se revisan requerimientos de pedidos."
002520      END-IF
002530      OPEN INPUT INVENTARIO-FILE
002540      IF RO-ESTADO-INVENTARIO = "00"
002550          MOVE "S" TO RO-INVENTARIO-OK
002560      ELSE
002570          DISPLAY "No se pudo abrir INVENTARIO-FILE, estado: "
002580              RO-ESTADO-INVENTARIO
002590          DISPLAY "Todo pedido con pendiente se toma como "
002600              "abierto."
002610      END-IF.
002620  1000-INICIO-EXIT.
002630      EXIT.

002640*----------------------------------------------------------------*
002650* 2000-REVISAR-LAMINAS                                           *
002660*     Primera parte: recorre el maestro de laminas completo      *
002670*     (2100) y cierra el maestro.                                *
002680*----------------------------------------------------------------*
002690  2000-REVISAR-LAMINAS.
002700      MOVE SPACES TO ROR-LINEA
002710      WRITE ROR-LINEA
002720      MOVE "LAMINAS EN O BAJO SU PUNTO DE REORDEN" TO ROR-LINEA
002730      WRITE ROR-LINEA
002740      MOVE SPACES TO ROR-LINEA
002750      WRITE ROR-LINEA
002760      WRITE ROR-LINEA FROM ROR-TITULOS-LAMINA
002770      MOVE "N" TO RO-FIN-ARCHIVO
002780      PERFORM 2100-REVISAR-LAMINA
002790          THRU 2100-REVISAR-LAMINA-EXIT
002800          UNTIL RO-FIN-ARCHIVO-SI
002810      CLOSE LAMINAS-FILE.
002820  2000-REVISAR-LAMINAS-EXIT.
002830      EXIT.

002840*----------------------------------------------------------------*
002850* 2100-REVISAR-LAMINA                                            *
002860*     Lee una lamina del maestro, busca su existencia, la guarda *
002870*     en la tabla para la segunda parte y la reporta si esta en  *
002880*     o bajo su punto de reorden.                                *
002890*----------------------------------------------------------------*
002900  2100-REVISAR-LAMINA.
002910      READ LAMINAS-FILE
002920          AT END
002930              SET RO-FIN-ARCHIVO-SI TO TRUE
002940              GO TO 2100-REVISAR-LAMINA-EXIT
002950      END-READ
002960      ADD 1 TO RO-CTL-LAMINAS
002970      MOVE 0 TO RO-EXISTENCIA
002980      MOVE 0 TO RO-PUNTO-REORDEN
002990      MOVE 0 TO ROR-LAM-FECHA
003000      MOVE SPACES TO ROR-LAM-NOTA
003010      IF RO-EXISTLAM-DISPONIBLE
003020          MOVE LAM-CODIGO TO EXL-CODIGO
003030          READ EXISTLAM-FILE
003040              INVALID KEY
003050                  MOVE "sin registro" TO ROR-LAM-NOTA
003060              NOT INVALID KEY
003070                  MOVE EXL-EXISTENCIA TO RO-EXISTENCIA
003080                  MOVE EXL-PUNTO-REORDEN TO RO-PUNTO-REORDEN
003090                  MOVE EXL-FECHA-ULT-ENTRADA TO ROR-LAM-FECHA
003100          END-READ
003110      ELSE
003120          MOVE "sin registro" TO ROR-LAM-NOTA
003130      END-IF
003140      IF RO-TOTAL-LAMINAS < 100
003150          ADD 1 TO RO-TOTAL-LAMINAS
003160          MOVE LAM-CODIGO TO RO-LAM-CODIGO (RO-TOTAL-LAMINAS)
003170          MOVE RO-EXISTENCIA
003180              TO RO-LAM-EXISTENCIA (RO-TOTAL-LAMINAS)
003190          MOVE 0 TO RO-LAM-ACUMULADO (RO-TOTAL-LAMINAS)
003200      ELSE
003210          DISPLAY "Tabla de laminas llena; se ignora " LAM-CODIGO
003220      END-IF
003230      IF RO-EXISTENCIA > RO-PUNTO-REORDEN
003240          GO TO 2100-REVISAR-LAMINA-EXIT
003250      END-IF
003260      ADD 1 TO RO-CTL-EN-REORDEN
003270      COMPUTE RO-FALTANTE = RO-PUNTO-REORDEN - RO-EXISTENCIA
003280      IF RO-EXISTENCIA < 0
003290          MOVE "existencia negativa" TO ROR-LAM-NOTA
003300      END-IF
003310      MOVE LAM-CODIGO TO ROR-LAM-CODIGO
003320      MOVE RO-EXISTENCIA TO ROR-LAM-EXISTENCIA
003330      MOVE RO-PUNTO-REORDEN TO ROR-LAM-PUNTO
003340      MOVE RO-FALTANTE TO ROR-LAM-FALTANTE
003350      WRITE ROR-LINEA FROM ROR-DET-LAMINA.
003360  2100-REVISAR-LAMINA-EXIT.
003370      EXIT.

003380*----------------------------------------------------------------*
003390* 3000-REVISAR-PEDIDOS                                           *
003400*     Segunda parte: recorre los requerimientos de lamina en     *
003410*     orden de pedido (3100).                                    *
003420*----------------------------------------------------------------*
003430  3000-REVISAR-PEDIDOS.
003440      IF NOT RO-REQLAM-DISPONIBLE
003450          GO TO 3000-REVISAR-PEDIDOS-EXIT
003460      END-IF
003470      MOVE SPACES TO ROR-LINEA
003480      WRITE ROR-LINEA
003490      MOVE "PEDIDOS ABIERTOS SIN LAMINA SUFICIENTE"
003500          TO ROR-LINEA
003510      WRITE ROR-LINEA
003520      MOVE SPACES TO ROR-LINEA
003530      WRITE ROR-LINEA
003540      WRITE ROR-LINEA FROM ROR-TITULOS-PEDIDO
003550      MOVE "N" TO RO-FIN-ARCHIVO
003560      PERFORM 3100-REVISAR-PEDIDO
003570          THRU 3100-REVISAR-PEDIDO-EXIT
003580          UNTIL RO-FIN-ARCHIVO-SI.
003590  3000-REVISAR-PEDIDOS-EXIT.
003600      EXIT.

003610*----------------------------------------------------------------*
003620* 3100-REVISAR-PEDIDO                                            *
003630*     Lee un requerimiento. Si al pedido le queda lamina por     *
003640*     consumir y sigue abierto (3200), acumula lo pendiente en   *
003650*     su lamina y lo reporta si lo acumulado ya pasa de la       *
003660*     existencia. Una lamina que no esta en el maestro cuenta    *
003670*     sin existencia.                                            *
003680*----------------------------------------------------------------*
003690  3100-REVISAR-PEDIDO.
003700      READ REQLAM-FILE NEXT RECORD
003710          AT END
003720              SET RO-FIN-ARCHIVO-SI TO TRUE
003730              GO TO 3100-REVISAR-PEDIDO-EXIT
003740      END-READ
003750      ADD 1 TO RO-CTL-REQUERIMIENTOS
003760      IF RQL-CONSUMIDAS NOT < RQL-LAMINAS-REQ
003770          GO TO 3100-REVISAR-PEDIDO-EXIT
003780      END-IF
003790      PERFORM 3200-VERIFICAR-ABIERTO
003800          THRU 3200-VERIFICAR-ABIERTO-EXIT
003810      IF NOT RO-PEDIDO-ABIERTO-SI
003820          GO TO 3100-REVISAR-PEDIDO-EXIT
003830      END-IF
003840      ADD 1 TO RO-CTL-ABIERTOS
003850      COMPUTE RO-PENDIENTE = RQL-LAMINAS-REQ - RQL-CONSUMIDAS
003860      MOVE "N" TO RO-LAMINA-HALLADA
003870      MOVE 1 TO RO-LAMINA-INDICE
003880      PERFORM 3110-COMPARAR-LAMINA
003890          THRU 3110-COMPARAR-LAMINA-EXIT
003900          UNTIL RO-LAMINA-INDICE > RO-TOTAL-LAMINAS
003910              OR RO-LAMINA-SE-HALLO
003920      IF RO-LAMINA-SE-HALLO
003930          ADD RO-PENDIENTE
003940              TO RO-LAM-ACUMULADO (RO-LAMINA-INDICE)
003950          MOVE RO-LAM-ACUMULADO (RO-LAMINA-INDICE)
003960              TO RO-ACUMULADO
003970          MOVE RO-LAM-EXISTENCIA (RO-LAMINA-INDICE)
003980              TO RO-EXISTENCIA
003990      ELSE
004000          MOVE RO-PENDIENTE TO RO-ACUMULADO
004010          MOVE 0 TO RO-EXISTENCIA
004020      END-IF
004030      IF RO-ACUMULADO NOT > RO-EXISTENCIA
004040          GO TO 3100-REVISAR-PEDIDO-EXIT
004050      END-IF
004060      ADD 1 TO RO-CTL-SIN-EXISTENCIA
004070      MOVE RQL-PEDIDO TO ROR-PED-PEDIDO
004080      MOVE RQL-LAMINA TO ROR-PED-LAMINA
004090      MOVE RQL-LAMINAS-REQ TO ROR-PED-REQUERIDAS
004100      MOVE RQL-CONSUMIDAS TO ROR-PED-CONSUMIDAS
004110      MOVE RO-PENDIENTE TO ROR-PED-PENDIENTES
004120      MOVE RO-EXISTENCIA TO ROR-PED-EXISTENCIA
004130      MOVE RO-ACUMULADO TO ROR-PED-ACUMULADO
004140      WRITE ROR-LINEA FROM ROR-DET-PEDIDO.
004150  3100-REVISAR-PEDIDO-EXIT.
004160      EXIT.

004170  3110-COMPARAR-LAMINA.
004180      IF RO-LAM-CODIGO (RO-LAMINA-INDICE) = RQL-LAMINA
004190          SET RO-LAMINA-SE-HALLO TO TRUE
004200      ELSE
004210          ADD 1 TO RO-LAMINA-INDICE
004220      END-IF.
004230  3110-COMPARAR-LAMINA-EXIT.
004240      EXIT.

004250*----------------------------------------------------------------*
004260* 3200-VERIFICAR-ABIERTO                                         *
004270*     Posiciona el inventario en la primera linea del pedido y   *
004280*     busca algun panel aun clasificado sin cortar (3210). Sin   *
004290*     inventario el pedido se toma como abierto.                 *
004300*----------------------------------------------------------------*
004310  3200-VERIFICAR-ABIERTO.
004320      IF NOT RO-INVENTARIO-DISPONIBLE
004330          MOVE "S" TO RO-PEDIDO-ABIERTO
004340          GO TO 3200-VERIFICAR-ABIERTO-EXIT
004350      END-IF
004360      MOVE "N" TO RO-PEDIDO-ABIERTO
004370      MOVE "N" TO RO-FIN-PANELES
004380      MOVE RQL-PEDIDO TO INV-PEDIDO
004390      MOVE 0 TO INV-LINEA
004400      START INVENTARIO-FILE KEY NOT < INV-CLAVE
004410          INVALID KEY
004420              SET RO-FIN-PANELES-SI TO TRUE
004430      END-START
004440      PERFORM 3210-LEER-PANEL
004450          THRU 3210-LEER-PANEL-EXIT
004460          UNTIL RO-FIN-PANELES-SI
004470              OR RO-PEDIDO-ABIERTO-SI.
004480  3200-VERIFICAR-ABIERTO-EXIT.
004490      EXIT.

004500*----------------------------------------------------------------*
004510* 3210-LEER-PANEL                                                *
004520*     Una pasada de 3200: el primer registro de otro pedido      *
004530*     corta el recorrido (el inventario viene en orden de        *
004540*     clave).                                                    *
004550*----------------------------------------------------------------*
004560  3210-LEER-PANEL.
004570      READ INVENTARIO-FILE NEXT RECORD
004580          AT END
004590              SET RO-FIN-PANELES-SI TO TRUE
004600              GO TO 3210-LEER-PANEL-EXIT
004610      END-READ
004620      IF INV-PEDIDO NOT = RQL-PEDIDO
004630          SET RO-FIN-PANELES-SI TO TRUE
004640          GO TO 3210-LEER-PANEL-EXIT
004650      END-IF
004660      IF INV-CLASIFICADO
004670          SET RO-PEDIDO-ABIERTO-SI TO TRUE
004680      END-IF.
004690  3210-LEER-PANEL-EXIT.
004700      EXIT.

004710*----------------------------------------------------------------*
004720* 9000-FINALIZAR                                                 *
004730*     Escribe las cifras al final del reporte, las repite por    *
004740*     consola y cierra archivos.                                 *
004750*----------------------------------------------------------------*
004760  9000-FINALIZAR.
004770      IF RO-REPORTE-ABIERTO-SI
004780          MOVE SPACES TO ROR-LINEA
004790          WRITE ROR-LINEA
004800          MOVE "LAMINAS REVISADAS:" TO ROR-CIF-ETIQUETA
004810          MOVE RO-CTL-LAMINAS TO ROR-CIF-CANT
004820          WRITE ROR-LINEA FROM ROR-CIFRA
004830          MOVE "LAMINAS EN PUNTO DE REORDEN:" TO ROR-CIF-ETIQUETA
004840          MOVE RO-CTL-EN-REORDEN TO ROR-CIF-CANT
004850          WRITE ROR-LINEA FROM ROR-CIFRA
004860          MOVE "REQUERIMIENTOS LEIDOS:" TO ROR-CIF-ETIQUETA
004870          MOVE RO-CTL-REQUERIMIENTOS TO ROR-CIF-CANT
004880          WRITE ROR-LINEA FROM ROR-CIFRA
004890          MOVE "PEDIDOS ABIERTOS CON PENDIENTE:" TO
004900              ROR-CIF-ETIQUETA
004910          MOVE RO-CTL-ABIERTOS TO ROR-CIF-CANT
004920          WRITE ROR-LINEA FROM ROR-CIFRA
004930          MOVE "PEDIDOS SIN LAMINA SUFICIENTE:" TO
004940              ROR-CIF-ETIQUETA
004950          MOVE RO-CTL-SIN-EXISTENCIA TO ROR-CIF-CANT
004960          WRITE ROR-LINEA FROM ROR-CIFRA
004970          CLOSE REORDEN-FILE
004980      END-IF
004990      IF RO-EXISTLAM-DISPONIBLE
005000          CLOSE EXISTLAM-FILE
005010      END-IF
005020      IF RO-REQLAM-DISPONIBLE
005030          CLOSE REQLAM-FILE
005040      END-IF
005050      IF RO-INVENTARIO-DISPONIBLE
005060          CLOSE INVENTARIO-FILE
005070      END-IF
005080      MOVE RO-CTL-EN-REORDEN TO RO-CANT-EDIT
005090      DISPLAY "Laminas en punto de reorden:   " RO-CANT-EDIT
005100      MOVE RO-CTL-SIN-EXISTENCIA TO RO-CANT-EDIT
005110      DISPLAY "Pedidos sin lamina suficiente: " RO-CANT-EDIT.
005120  9000-FINALIZAR-EXIT.
005130      EXIT.

005140*----------------------------------------------------------------*
005150* 9800-REGISTRAR-CORRIDA                                         *
005160*     Agrega el registro de esta corrida al diario de control    *
005170*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
005180*     cifras de control y RETURN-CODE final, para el reporte     *
005190*     MATUTINO. La corrida no usa tarjeta de parametros. Si el   *
005200*     diario no se puede abrir solo se avisa; el RETURN-CODE de  *
005210*     la corrida no cambia.                                      *
005220*----------------------------------------------------------------*
005230  9800-REGISTRAR-CORRIDA.
005240      MOVE "REORDEN" TO COR-PROGRAMA
005250      MOVE "N" TO COR-TARJETA
005260      MOVE SPACES TO COR-PARAMETROS
005270      MOVE "LAMINAS" TO COR-CIFRA-NOMBRE (1)
005280      MOVE RO-CTL-LAMINAS TO COR-CIFRA-VALOR (1)
005290      MOVE "EN REORDEN" TO COR-CIFRA-NOMBRE (2)
005300      MOVE RO-CTL-EN-REORDEN TO COR-CIFRA-VALOR (2)
005310      MOVE "ABIERTOS" TO COR-CIFRA-NOMBRE (3)
005320      MOVE RO-CTL-ABIERTOS TO COR-CIFRA-VALOR (3)
005330      MOVE "SIN LAMINA" TO COR-CIFRA-NOMBRE (4)
005340      MOVE RO-CTL-SIN-EXISTENCIA TO COR-CIFRA-VALOR (4)
005350      MOVE RETURN-CODE TO COR-RETORNO
005360      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
005370      ACCEPT COR-HORA-FIN FROM TIME
005380      OPEN EXTEND CORRIDAS-FILE
005390      IF RO-ESTADO-CORRIDAS = "35"
005400          OPEN OUTPUT CORRIDAS-FILE
005410          CLOSE CORRIDAS-FILE
005420          OPEN EXTEND CORRIDAS-FILE
005430      END-IF
005440      IF RO-ESTADO-CORRIDAS NOT = "00"
005450          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
005460              RO-ESTADO-CORRIDAS
005470          GO TO 9800-REGISTRAR-CORRIDA-EXIT
005480      END-IF
005490      WRITE COR-SALIDA FROM COR-REGISTRO
005500      CLOSE CORRIDAS-FILE.
005510  9800-REGISTRAR-CORRIDA-EXIT.
005520      EXIT.
