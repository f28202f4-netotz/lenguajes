000010*================================================================*
000020* EMBARQUES.CBL                                                  *
000030*================================================================*
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID. EMBARQUES.
000060  AUTHOR. R. CASTRO VELAZQUEZ.
000070  INSTALLATION. TALLER DE CORTE - LINEA DE PANELES.
000080  DATE-WRITTEN. 2026-10-09.
000090  DATE-COMPILED.
000100*----------------------------------------------------------------*
000110* PROPOSITO.                                                     *
000120*     Documentos de embarque del dia. Toma de la auditoria de    *
000130*     cambios de estatus (AUDITORIA-FILE, ver AUDREC) los        *
000140*     paneles que pasaron a embarcado (E) en el dia de           *
000150*     embarque, ya sea por TRANSPISO o por la opcion 4 de        *
000160*     INVENTARIO, y los agrupa por cliente y pedido: cada        *
000170*     pedido del dia es un embarque con numero propio            *
000180*     (EMBCTRL-FILE, ver ECTLREC) y su lista de embarque         *
000190*     impresa (LISTEMB) con el domicilio de entrega del maestro  *
000200*     de clientes (CLIENTES-FILE, ver CLIREC) y, por panel, la   *
000210*     linea, el poligono, lados, medidas, perimetro y area del   *
000220*     maestro de inventario (INVENTARIO-FILE, ver INVREC).       *
000230*     El archivo de embarques (EMBARQ-FILE, ver EMBREC) guarda   *
000240*     cada panel documentado con su embarque y, por pedido, los  *
000250*     embarcados a la fecha contra los declarados en el          *
000260*     registro de total "T" del pedido (PEDIDOS-FILE), para      *
000270*     seguir los embarques parciales hasta que el pedido sale    *
000280*     completo. Un panel ya documentado no se vuelve a listar,   *
000290*     asi que la corrida se puede repetir el mismo dia: solo     *
000300*     salen los paneles embarcados despues de la anterior.       *
000310*     El dia de embarque viene de PRM-FECHA-HASTA en la tarjeta  *
000320*     de parametros (ver PARMREC) o de la consola; 0 = hoy.      *
000330*                                                                *
000340* HISTORIAL DE MODIFICACIONES.                                   *
000350*     2026-10-09 RCV  Version original.                          *
000351*     2026-10-15 RCV  La corrida se registra en el diario de     *
000352*                     corridas (CORRIDAS-FILE, ver CORREC, 9800).*
000360*----------------------------------------------------------------*
000370  ENVIRONMENT DIVISION.
000380  INPUT-OUTPUT SECTION.
000390  FILE-CONTROL.
000400      SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
000410          ORGANIZATION IS LINE SEQUENTIAL
000420          FILE STATUS IS EM-ESTADO-AUDITORIA.
000430      SELECT INVENTARIO-FILE ASSIGN TO "INVENTAR"
000440          ORGANIZATION IS INDEXED
000450          ACCESS MODE IS DYNAMIC
000460          RECORD KEY IS INV-CLAVE
000470          FILE STATUS IS EM-ESTADO-INVENTARIO.
000480      SELECT EMBARQ-FILE ASSIGN TO "EMBARQ"
000490          ORGANIZATION IS INDEXED
000500          ACCESS MODE IS RANDOM
000510          RECORD KEY IS EMB-CLAVE
000520          FILE STATUS IS EM-ESTADO-EMBARQ.
000530      SELECT EMBCTRL-FILE ASSIGN TO "EMBCTRL"
000540          ORGANIZATION IS LINE SEQUENTIAL
000550          FILE STATUS IS EM-ESTADO-CONTROL.
000560      SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
000570          ORGANIZATION IS INDEXED
000580          ACCESS MODE IS RANDOM
000590          RECORD KEY IS CLI-CODIGO
000600          FILE STATUS IS EM-ESTADO-CLIENTES.
000610      SELECT PEDIDOS-FILE ASSIGN TO "PEDIDOS"
000620          ORGANIZATION IS LINE SEQUENTIAL
000630          FILE STATUS IS EM-ESTADO-PEDIDOS.
000640      SELECT LISTEMB-FILE ASSIGN TO "LISTEMB"
000650          ORGANIZATION IS LINE SEQUENTIAL
000660          FILE STATUS IS EM-ESTADO-LISTA.
000670      SELECT PARAMS-FILE ASSIGN TO "PARAMS"
000680          ORGANIZATION IS LINE SEQUENTIAL
000690          FILE STATUS IS EM-ESTADO-PARAMS.
000691      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000692          ORGANIZATION IS LINE SEQUENTIAL
000693          FILE STATUS IS EM-ESTADO-CORRIDAS.

000700  DATA DIVISION.
000710  FILE SECTION.
000720  FD  AUDITORIA-FILE
000730      RECORD CONTAINS 38 CHARACTERS.
000740      COPY AUDREC.

000750  FD  INVENTARIO-FILE
000760      RECORD CONTAINS 307 CHARACTERS.
000770      COPY INVREC.

000780  FD  EMBARQ-FILE
000790      RECORD CONTAINS 70 CHARACTERS.
000800      COPY EMBREC.

000810  FD  EMBCTRL-FILE
000820      RECORD CONTAINS 08 CHARACTERS.
000830      COPY ECTLREC.

000840  FD  CLIENTES-FILE
000850      RECORD CONTAINS 99 CHARACTERS.
000860      COPY CLIREC.

000870  FD  PEDIDOS-FILE
000880      RECORD CONTAINS 403 CHARACTERS.
000890  01  PED-ENTRADA                PIC X(403).

000900  FD  LISTEMB-FILE
000910      RECORD CONTAINS 80 CHARACTERS.
000920  01  LST-LINEA                  PIC X(80).

000930  FD  PARAMS-FILE
000940      RECORD CONTAINS 80 CHARACTERS.
000950  01  PRM-ENTRADA                PIC X(80).

000951  FD  CORRIDAS-FILE
000952      RECORD CONTAINS 220 CHARACTERS.
000953  01  COR-SALIDA                 PIC X(220).

000960  WORKING-STORAGE SECTION.
000970*----------------------------------------------------------------*
000980* REGISTRO DE PEDIDO (se llena con READ INTO, ver PEDREC).       *
000990*----------------------------------------------------------------*
001000      COPY PEDREC.

001010*----------------------------------------------------------------*
001020* TARJETA DE PARAMETROS (corrida desatendida, ver PARMREC).      *
001030*----------------------------------------------------------------*
001040      COPY PARMREC.
001050  77  EM-ESTADO-PARAMS            PIC X(02) VALUE "00".
001060  77  EM-PARAMS-SW                PIC X(01) VALUE "N".
001070      88  EM-CON-PARAMETROS                 VALUE "S".
001071* Diario de control de corridas (9800, ver CORREC).
001072  77  EM-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
001073      COPY CORREC.

001080*----------------------------------------------------------------*
001090* INDICADORES Y ESTADOS DE ARCHIVO.                              *
001100* Sin inventario no hay datos del panel que imprimir y sin       *
001110* archivo de embarques no hay donde dejar lo documentado: en     *
001120* los dos casos la corrida no arranca (RETURN-CODE 8). Sin       *
001130* maestro de clientes las listas salen sin domicilio.            *
001140*----------------------------------------------------------------*
001150  77  EM-ESTADO-AUDITORIA         PIC X(02) VALUE "00".
001160  77  EM-ESTADO-INVENTARIO        PIC X(02) VALUE "00".
001170  77  EM-ESTADO-EMBARQ            PIC X(02) VALUE "00".
001180  77  EM-ESTADO-CONTROL           PIC X(02) VALUE "00".
001190  77  EM-ESTADO-CLIENTES          PIC X(02) VALUE "00".
001200  77  EM-ESTADO-PEDIDOS           PIC X(02) VALUE "00".
001210  77  EM-ESTADO-LISTA             PIC X(02) VALUE "00".
001220  77  EM-FIN-PROCESO              PIC X(01) VALUE "N".
001230      88  EM-FIN-PROCESO-SI                 VALUE "S".
001240  77  EM-FIN-ARCHIVO              PIC X(01) VALUE "N".
001250      88  EM-FIN-ARCHIVO-SI                 VALUE "S".
001260  77  EM-AUDITORIA-ABIERTA        PIC X(01) VALUE "N".
001270      88  EM-AUDITORIA-ABIERTA-SI           VALUE "S".
001280  77  EM-INVENTARIO-ABIERTO       PIC X(01) VALUE "N".
001290      88  EM-INVENTARIO-ABIERTO-SI          VALUE "S".
001300  77  EM-EMBARQ-ABIERTO           PIC X(01) VALUE "N".
001310      88  EM-EMBARQ-ABIERTO-SI              VALUE "S".
001320  77  EM-LISTA-ABIERTA            PIC X(01) VALUE "N".
001330      88  EM-LISTA-ABIERTA-SI               VALUE "S".
001340  77  EM-CLIENTES-OK              PIC X(01) VALUE "N".
001350      88  EM-CLIENTES-DISPONIBLE            VALUE "S".
001360  77  EM-CLIENTE-HALLADO          PIC X(01) VALUE "N".
001370      88  EM-CLIENTE-HALLADO-SI             VALUE "S".

001380*----------------------------------------------------------------*
001390* TABLA DE PANELES EMBARCADOS EN EL DIA. Se mantiene en orden    *
001400* de cliente, pedido y linea conforme se carga, para que cada    *
001410* pedido salga en un solo embarque con sus paneles en orden.     *
001420* Los paneles que no caben se quedan sin documentar y salen en   *
001430* la siguiente corrida del mismo dia (RETURN-CODE 4).            *
001440*----------------------------------------------------------------*
001450  77  EM-TOTAL-PANELES            PIC 9(04) COMP VALUE 0.
001460  01  EM-TABLA-PANELES.
001470      05  EM-PANEL-ENTRADA        OCCURS 2000 TIMES.
001480          10  EM-TAB-CLIENTE      PIC X(06).
001490          10  EM-TAB-PEDIDO       PIC 9(08).
001500          10  EM-TAB-LINEA        PIC 9(04).
001510  01  EM-PANEL-NUEVO.
001520      05  EM-NUE-CLIENTE          PIC X(06).
001530      05  EM-NUE-PEDIDO           PIC 9(08).
001540      05  EM-NUE-LINEA            PIC 9(04).
001550  77  EM-PANEL-INDICE             PIC 9(04) COMP VALUE 0.
001560  77  EM-POSICION                 PIC 9(04) COMP VALUE 0.
001570  77  EM-POSICION-HALLADA         PIC X(01) VALUE "N".
001580      88  EM-POSICION-SE-HALLO              VALUE "S".
001590  77  EM-PANEL-REPETIDO           PIC X(01) VALUE "N".
001600      88  EM-PANEL-REPETIDO-SI              VALUE "S".
001610  77  EM-TABLA-LLENA              PIC X(01) VALUE "N".
001620      88  EM-TABLA-LLENA-SI                 VALUE "S".

001630*----------------------------------------------------------------*
001640* DIA DE EMBARQUE, FOLIADO Y EMBARQUE EN CURSO.                  *
001650* Un embarque se abre con el primer panel de un pedido y se      *
001660* cierra al cambiar de pedido o al final de la tabla.            *
001670*----------------------------------------------------------------*
001680  77  EM-FECHA-EMBARQUE           PIC 9(08) VALUE 0.
001690  77  EM-ULTIMO-EMBARQUE          PIC 9(08) VALUE 0.
001700  77  EM-EMBARQUE-SW              PIC X(01) VALUE "N".
001710      88  EM-EMBARQUE-ABIERTO               VALUE "S".
001720  77  EM-EMBARQUE-ACTUAL          PIC 9(08) VALUE 0.
001730  77  EM-PEDIDO-ACTUAL            PIC 9(08) VALUE 0.
001740  77  EM-CLIENTE-ACTUAL           PIC X(06) VALUE SPACES.
001750  77  EM-PANELES-EMBARQUE         PIC 9(06) VALUE 0.
001760  77  EM-AREA-EMBARQUE            PIC 9(21)V9(04) VALUE 0.
001770  77  EM-RESUMEN-EXISTE           PIC X(01) VALUE "N".
001780      88  EM-RESUMEN-YA-GRABADO             VALUE "S".
001790  77  EM-DECLARADOS               PIC 9(06) VALUE 0.
001800  77  EM-ORIGEN-DECL              PIC X(01) VALUE SPACE.
001810  77  EM-EMBARCADOS               PIC 9(06) VALUE 0.
001820  77  EM-NUM-EMBARQUES            PIC 9(04) VALUE 0.
001830  77  EM-PENDIENTES               PIC S9(07) VALUE 0.
001840  77  EM-EN-PEDIDO                PIC X(01) VALUE "N".
001850      88  EM-EN-PEDIDO-SI                   VALUE "S".
001860  77  EM-TOTAL-ENCONTRADO         PIC X(01) VALUE "N".
001870      88  EM-TOTAL-SE-ENCONTRO              VALUE "S".
001880  77  EM-MEDIDA-INDICE            PIC 9(03) COMP VALUE 0.
001890  77  EM-COLUMNA                  PIC 9(03) COMP VALUE 0.

001900*----------------------------------------------------------------*
001910* CIFRAS DE LA CORRIDA.                                          *
001920*----------------------------------------------------------------*
001930  77  EM-CTL-MOVIMIENTOS          PIC 9(06) VALUE 0.
001940  77  EM-CTL-YA-DOCUMENTADOS      PIC 9(06) VALUE 0.
001950  77  EM-CTL-SIN-INVENTARIO       PIC 9(06) VALUE 0.
001960  77  EM-CTL-SIN-EMBARQUE         PIC 9(06) VALUE 0.
001970  77  EM-CTL-FUERA-TABLA          PIC 9(06) VALUE 0.
001980  77  EM-CTL-PANELES              PIC 9(06) VALUE 0.
001990  77  EM-CTL-EMBARQUES            PIC 9(06) VALUE 0.
002000  77  EM-CTL-PARCIALES            PIC 9(06) VALUE 0.
002010  77  EM-CTL-COMPLETOS            PIC 9(06) VALUE 0.
002020  77  EM-PEDIDO-EDIT              PIC Z(7)9.
002030  77  EM-LINEA-EDIT               PIC Z(3)9.
002040  77  EM-EMBARQUE-EDIT            PIC Z(7)9.
002050  77  EM-CANT-EDIT                PIC Z(5)9.

002060*----------------------------------------------------------------*
002070* LINEAS DE LA LISTA DE EMBARQUE (LISTEMB).                      *
002080*----------------------------------------------------------------*
002090  01  LST-SEPARADOR.
002100      05  FILLER                  PIC X(80) VALUE ALL "=".
002110  01  LST-ENCABEZADO.
002120      05  FILLER                  PIC X(19) VALUE
002130          "LISTA DE EMBARQUE  ".
002140      05  LST-ENC-EMBARQUE        PIC 9(08).
002150      05  FILLER                  PIC X(10) VALUE "   FECHA  ".
002160      05  LST-ENC-FECHA           PIC 9(08).
002170      05  FILLER                  PIC X(35) VALUE SPACES.
002180  01  LST-CLIENTE.
002190      05  FILLER                  PIC X(16) VALUE
002200          "  CLIENTE:      ".
002210      05  LST-CLI-CODIGO          PIC X(06).
002220      05  FILLER                  PIC X(02) VALUE SPACES.
002230      05  LST-CLI-NOMBRE          PIC X(30).
002240      05  FILLER                  PIC X(26) VALUE SPACES.
002250  01  LST-DIRECCION.
002260      05  LST-DIR-ETIQUETA        PIC X(16).
002270      05  LST-DIR-TEXTO           PIC X(30).
002280      05  FILLER                  PIC X(34) VALUE SPACES.
002290  01  LST-PEDIDO.
002300      05  FILLER                  PIC X(16) VALUE
002310          "  PEDIDO:       ".
002320      05  LST-PED-PEDIDO          PIC 9(08).
002330      05  FILLER                  PIC X(14) VALUE
002340          "   EMBARQUE NO".
002350      05  LST-PED-NUMERO          PIC ZZZ9.
002360      05  FILLER                  PIC X(12) VALUE
002370          " DEL PEDIDO ".
002380      05  FILLER                  PIC X(26) VALUE SPACES.
002390  01  LST-TITULOS.
002400      05  FILLER                  PIC X(30) VALUE
002410          "  LINEA POLIGONO        LADOS ".
002420      05  FILLER                  PIC X(34) VALUE
002430          "    PERIMETRO                 AREA".
002440      05  FILLER                  PIC X(16) VALUE SPACES.
002450  01  LST-DETALLE.
002460      05  FILLER                  PIC X(02) VALUE SPACES.
002470      05  LST-DET-LINEA           PIC 9(04).
002480      05  FILLER                  PIC X(01) VALUE SPACE.
002490      05  LST-DET-POLIGONO        PIC X(14).
002500      05  FILLER                  PIC X(04) VALUE SPACES.
002510      05  LST-DET-LADOS           PIC Z9.
002520      05  FILLER                  PIC X(02) VALUE SPACES.
002530      05  LST-DET-PERIMETRO       PIC Z(12)9.
002540      05  FILLER                  PIC X(01) VALUE SPACE.
002550      05  LST-DET-AREA            PIC Z(14)9.9999.
002560      05  FILLER                  PIC X(17) VALUE SPACES.
002570  01  LST-MEDIDAS.
002580      05  LST-MED-ETIQUETA        PIC X(13).
002590      05  LST-MED-COLUMNA         OCCURS 6 TIMES.
002600          10  FILLER              PIC X(01).
002610          10  LST-MED-VALOR       PIC Z(9)9.
002620      05  FILLER                  PIC X(01).
002630  01  LST-CIFRA.
002640      05  FILLER                  PIC X(02) VALUE SPACES.
002650      05  LST-CIF-ETIQUETA        PIC X(26).
002660      05  LST-CIF-CANT            PIC Z(6)9.
002670      05  FILLER                  PIC X(45) VALUE SPACES.
002680  01  LST-AREA.
002690      05  FILLER                  PIC X(02) VALUE SPACES.
002700      05  FILLER                  PIC X(26) VALUE
002710          "AREA EMBARCADA:".
002720      05  LST-ARE-CANT            PIC Z(14)9.9999.
002730      05  FILLER                  PIC X(32) VALUE SPACES.
002740  01  LST-FIRMAS.
002750      05  FILLER                  PIC X(36) VALUE
002760          "  ENTREGO: ______________________   ".
002770      05  FILLER                  PIC X(32) VALUE
002780          "RECIBIO: _______________________".
002790      05  FILLER                  PIC X(12) VALUE SPACES.

002800  PROCEDURE DIVISION.
002810*================================================================*
002820* 0000-MAINLINE                                                  *
002830*     Carga de la auditoria los paneles embarcados en el dia     *
002840*     que aun no se documentan, emite un embarque por pedido y   *
002850*     reporta las cifras.                                        *
002860*================================================================*
002870  0000-MAINLINE.
002871      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
002872      ACCEPT COR-HORA-INICIO FROM TIME
002880      PERFORM 1000-INICIO
002890          THRU 1000-INICIO-EXIT
002900      IF NOT EM-FIN-PROCESO-SI
002910          PERFORM 2000-LEER-AUDITORIA
002920              THRU 2000-LEER-AUDITORIA-EXIT
002930              UNTIL EM-FIN-ARCHIVO-SI
002940          PERFORM 3000-EMBARCAR-PANEL
002950              THRU 3000-EMBARCAR-PANEL-EXIT
002960              VARYING EM-PANEL-INDICE FROM 1 BY 1
002970              UNTIL EM-PANEL-INDICE > EM-TOTAL-PANELES
002980      END-IF
002990      PERFORM 9000-FINALIZAR
003000          THRU 9000-FINALIZAR-EXIT
003001      PERFORM 9800-REGISTRAR-CORRIDA
003002          THRU 9800-REGISTRAR-CORRIDA-EXIT
003010      STOP RUN.

003020*----------------------------------------------------------------*
003030* 1000-INICIO                                                    *
003040*     Toma el dia de embarque, abre la auditoria, el inventario  *
003050*     y el archivo de embarques (se crea la primera vez), el     *
003060*     maestro de clientes, lee el ultimo folio de embarque y     *
003070*     abre la lista de embarque.                                 *
003080*----------------------------------------------------------------*
003090  1000-INICIO.
003100      PERFORM 1100-LEER-PARAMETROS
003110          THRU 1100-LEER-PARAMETROS-EXIT
003120      IF EM-FIN-PROCESO-SI
003130          GO TO 1000-INICIO-EXIT
003140      END-IF
003150      IF EM-CON-PARAMETROS
003160          MOVE PRM-FECHA-HASTA TO EM-FECHA-EMBARQUE
003170      ELSE
003180          DISPLAY "Dia de embarque (AAAAMMDD, 0 = hoy): "
003190          ACCEPT EM-FECHA-EMBARQUE
003200      END-IF
003210      IF EM-FECHA-EMBARQUE = 0
003220          ACCEPT EM-FECHA-EMBARQUE FROM DATE YYYYMMDD
003230      END-IF
003240      OPEN INPUT AUDITORIA-FILE
003250      IF EM-ESTADO-AUDITORIA = "35"
003260          DISPLAY "AUDITORIA-FILE no existe; no hay embarques "
003270              "que documentar."
003280          SET EM-FIN-PROCESO-SI TO TRUE
003290          GO TO 1000-INICIO-EXIT
003300      END-IF
003310      IF EM-ESTADO-AUDITORIA NOT = "00"
003320          DISPLAY "No se pudo abrir AUDITORIA-FILE, estado: "
003330              EM-ESTADO-AUDITORIA
003340          MOVE 8 TO RETURN-CODE
003350          SET EM-FIN-PROCESO-SI TO TRUE
003360          GO TO 1000-INICIO-EXIT
003370      END-IF
003380      SET EM-AUDITORIA-ABIERTA-SI TO TRUE
003390      OPEN INPUT INVENTARIO-FILE
003400      IF EM-ESTADO-INVENTARIO NOT = "00"
003410          DISPLAY "No se pudo abrir INVENTARIO-FILE, estado: "
003420              EM-ESTADO-INVENTARIO
003430          MOVE 8 TO RETURN-CODE
003440          SET EM-FIN-PROCESO-SI TO TRUE
003450          GO TO 1000-INICIO-EXIT
003460      END-IF
003470      SET EM-INVENTARIO-ABIERTO-SI TO TRUE
003480      OPEN I-O EMBARQ-FILE
003490      IF EM-ESTADO-EMBARQ = "35"
003500          OPEN OUTPUT EMBARQ-FILE
003510          CLOSE EMBARQ-FILE
003520          OPEN I-O EMBARQ-FILE
003530      END-IF
003540      IF EM-ESTADO-EMBARQ NOT = "00"
003550          DISPLAY "No se pudo abrir EMBARQ-FILE, estado: "
003560              EM-ESTADO-EMBARQ
003570          MOVE 8 TO RETURN-CODE
003580          SET EM-FIN-PROCESO-SI TO TRUE
003590          GO TO 1000-INICIO-EXIT
003600      END-IF
003610      SET EM-EMBARQ-ABIERTO-SI TO TRUE
003620      OPEN INPUT CLIENTES-FILE
003630      IF EM-ESTADO-CLIENTES = "00"
003640          MOVE "S" TO EM-CLIENTES-OK
003650      ELSE
003660          DISPLAY "No se pudo abrir CLIENTES-FILE, estado: "
003670              EM-ESTADO-CLIENTES
003680          DISPLAY "Las listas de embarque saldran sin nombre ni "
003690              "domicilio."
003700      END-IF
003710      PERFORM 1200-LEER-CONTROL
003720          THRU 1200-LEER-CONTROL-EXIT
003730      OPEN OUTPUT LISTEMB-FILE
003740      IF EM-ESTADO-LISTA NOT = "00"
003750          DISPLAY "No se pudo abrir LISTEMB-FILE, estado: "
003760              EM-ESTADO-LISTA
003770          MOVE 8 TO RETURN-CODE
003780          SET EM-FIN-PROCESO-SI TO TRUE
003790          GO TO 1000-INICIO-EXIT
003800      END-IF
003810      SET EM-LISTA-ABIERTA-SI TO TRUE
003820      DISPLAY "Dia de embarque: " EM-FECHA-EMBARQUE.
003830  1000-INICIO-EXIT.
003840      EXIT.

003850*----------------------------------------------------------------*
003860* 1100-LEER-PARAMETROS                                           *
003870*     Lee la tarjeta de parametros (PARAMS-FILE, ver PARMREC).   *
003880*     Sin tarjeta se pregunta el dia por consola. Con tarjeta,   *
003890*     PRM-FECHA-HASTA debe ser numerico (0 = hoy); un parametro  *
003900*     invalido detiene la corrida con RETURN-CODE 8.             *
003910*----------------------------------------------------------------*
003920  1100-LEER-PARAMETROS.
003930      OPEN INPUT PARAMS-FILE
003940      IF EM-ESTADO-PARAMS = "35"
003950          GO TO 1100-LEER-PARAMETROS-EXIT
003960      END-IF
003970      IF EM-ESTADO-PARAMS NOT = "00"
003980          DISPLAY "No se pudo abrir PARAMS-FILE, estado: "
003990              EM-ESTADO-PARAMS
004000          MOVE 8 TO RETURN-CODE
004010          SET EM-FIN-PROCESO-SI TO TRUE
004020          GO TO 1100-LEER-PARAMETROS-EXIT
004030      END-IF
004040      READ PARAMS-FILE INTO PRM-REGISTRO
004050          AT END
004060              DISPLAY "PARAMS-FILE esta vacio."
004070              MOVE 8 TO RETURN-CODE
004080              SET EM-FIN-PROCESO-SI TO TRUE
004090      END-READ
004100      CLOSE PARAMS-FILE
004110      IF EM-FIN-PROCESO-SI
004120          GO TO 1100-LEER-PARAMETROS-EXIT
004130      END-IF
004140      MOVE "S" TO EM-PARAMS-SW
004150      IF PRM-FECHA-HASTA NOT NUMERIC
004160          DISPLAY "Dia de embarque invalido en la tarjeta."
004170          MOVE 8 TO RETURN-CODE
004180          SET EM-FIN-PROCESO-SI TO TRUE
004190          GO TO 1100-LEER-PARAMETROS-EXIT
004200      END-IF
004210      DISPLAY "Parametros de la corrida: EMBARQUE="
004220          PRM-FECHA-HASTA.
004230  1100-LEER-PARAMETROS-EXIT.
004240      EXIT.

004250*----------------------------------------------------------------*
004260* 1200-LEER-CONTROL                                              *
004270*     Lee el ultimo folio de embarque asignado. Si el archivo    *
004280*     no existe todavia, el folio arranca en cero y el primer    *
004290*     embarque sale con el 1.                                    *
004300*----------------------------------------------------------------*
004310  1200-LEER-CONTROL.
004320      MOVE 0 TO EM-ULTIMO-EMBARQUE
004330      OPEN INPUT EMBCTRL-FILE
004340      IF EM-ESTADO-CONTROL = "00"
004350          READ EMBCTRL-FILE
004360              NOT AT END
004370                  MOVE ECTL-ULTIMO-EMBARQUE TO EM-ULTIMO-EMBARQUE
004380          END-READ
004390          CLOSE EMBCTRL-FILE
004400      END-IF.
004410  1200-LEER-CONTROL-EXIT.
004420      EXIT.

004430*----------------------------------------------------------------*
004440* 2000-LEER-AUDITORIA                                            *
004450*     Lee la siguiente linea de auditoria. Solo interesan los    *
004460*     cambios a embarcado (E) del dia de embarque cuyo panel     *
004470*     sigue en el inventario como embarcado (o ya devuelto) y    *
004480*     no tiene todavia registro en el archivo de embarques;      *
004490*     esos se guardan en la tabla del dia (2100).                *
004500*----------------------------------------------------------------*
004510  2000-LEER-AUDITORIA.
004520      READ AUDITORIA-FILE
004530          AT END
004540              SET EM-FIN-ARCHIVO-SI TO TRUE
004550              GO TO 2000-LEER-AUDITORIA-EXIT
004560      END-READ
004570      IF AUD-ESTATUS-NUEVO NOT = "E"
004580              OR AUD-FECHA NOT = EM-FECHA-EMBARQUE
004590          GO TO 2000-LEER-AUDITORIA-EXIT
004600      END-IF
004610      ADD 1 TO EM-CTL-MOVIMIENTOS
004620      MOVE AUD-PEDIDO TO EM-PEDIDO-EDIT
004630      MOVE AUD-LINEA TO EM-LINEA-EDIT
004640      MOVE AUD-PEDIDO TO INV-PEDIDO
004650      MOVE AUD-LINEA TO INV-LINEA
004660      READ INVENTARIO-FILE
004670          INVALID KEY
004680              ADD 1 TO EM-CTL-SIN-INVENTARIO
004690              DISPLAY "Panel embarcado " EM-PEDIDO-EDIT "/"
004700                  EM-LINEA-EDIT " no esta en el inventario"
004710              MOVE 4 TO RETURN-CODE
004720              GO TO 2000-LEER-AUDITORIA-EXIT
004730      END-READ
004740      IF NOT INV-EMBARCADO AND NOT INV-DEVUELTO
004750          ADD 1 TO EM-CTL-SIN-EMBARQUE
004760          DISPLAY "Panel " EM-PEDIDO-EDIT "/" EM-LINEA-EDIT
004770              " ya no esta embarcado (estatus " INV-ESTATUS
004780              "): no se documenta"
004790          MOVE 4 TO RETURN-CODE
004800          GO TO 2000-LEER-AUDITORIA-EXIT
004810      END-IF
004820      MOVE INV-PEDIDO TO EMB-PEDIDO
004830      MOVE INV-LINEA TO EMB-LINEA
004840      READ EMBARQ-FILE
004850          NOT INVALID KEY
004860              ADD 1 TO EM-CTL-YA-DOCUMENTADOS
004870              GO TO 2000-LEER-AUDITORIA-EXIT
004880      END-READ
004890      MOVE INV-CLIENTE TO EM-NUE-CLIENTE
004900      MOVE INV-PEDIDO TO EM-NUE-PEDIDO
004910      MOVE INV-LINEA TO EM-NUE-LINEA
004920      PERFORM 2100-GUARDAR-PANEL
004930          THRU 2100-GUARDAR-PANEL-EXIT.
004940  2000-LEER-AUDITORIA-EXIT.
004950      EXIT.

004960*----------------------------------------------------------------*
004970* 2100-GUARDAR-PANEL                                             *
004980*     Inserta el panel en la tabla del dia en su lugar por       *
004990*     cliente, pedido y linea, recorriendo un lugar los que      *
005000*     van despues. Una segunda linea de auditoria del mismo      *
005010*     panel no lo duplica.                                       *
005020*----------------------------------------------------------------*
005030  2100-GUARDAR-PANEL.
005040      MOVE "N" TO EM-POSICION-HALLADA
005050      MOVE "N" TO EM-PANEL-REPETIDO
005060      MOVE 1 TO EM-POSICION
005070      PERFORM 2110-BUSCAR-POSICION
005080          THRU 2110-BUSCAR-POSICION-EXIT
005090          UNTIL EM-POSICION-SE-HALLO
005100             OR EM-POSICION > EM-TOTAL-PANELES
005110      IF EM-PANEL-REPETIDO-SI
005120          GO TO 2100-GUARDAR-PANEL-EXIT
005130      END-IF
005140      IF EM-TOTAL-PANELES NOT < 2000
005150          ADD 1 TO EM-CTL-FUERA-TABLA
005160          SET EM-TABLA-LLENA-SI TO TRUE
005170          MOVE 4 TO RETURN-CODE
005180          GO TO 2100-GUARDAR-PANEL-EXIT
005190      END-IF
005200      PERFORM 2120-RECORRER-PANEL
005210          THRU 2120-RECORRER-PANEL-EXIT
005220          VARYING EM-PANEL-INDICE FROM EM-TOTAL-PANELES BY -1
005230          UNTIL EM-PANEL-INDICE < EM-POSICION
005240      MOVE EM-PANEL-NUEVO TO EM-PANEL-ENTRADA (EM-POSICION)
005250      ADD 1 TO EM-TOTAL-PANELES.
005260  2100-GUARDAR-PANEL-EXIT.
005270      EXIT.

005280*----------------------------------------------------------------*
005290* 2110-BUSCAR-POSICION                                           *
005300*     Una pasada de la busqueda: el primer panel de la tabla     *
005310*     que va despues del nuevo es su lugar.                      *
005320*----------------------------------------------------------------*
005330  2110-BUSCAR-POSICION.
005340      IF EM-PANEL-ENTRADA (EM-POSICION) = EM-PANEL-NUEVO
005350          SET EM-PANEL-REPETIDO-SI TO TRUE
005360          SET EM-POSICION-SE-HALLO TO TRUE
005370          GO TO 2110-BUSCAR-POSICION-EXIT
005380      END-IF
005390      IF EM-PANEL-ENTRADA (EM-POSICION) > EM-PANEL-NUEVO
005400          SET EM-POSICION-SE-HALLO TO TRUE
005410          GO TO 2110-BUSCAR-POSICION-EXIT
005420      END-IF
005430      ADD 1 TO EM-POSICION.
005440  2110-BUSCAR-POSICION-EXIT.
005450      EXIT.

005460*----------------------------------------------------------------*
005470* 2120-RECORRER-PANEL                                            *
005480*     Recorre un lugar hacia abajo un panel de la tabla.         *
005490*----------------------------------------------------------------*
005500  2120-RECORRER-PANEL.
005510      MOVE EM-PANEL-ENTRADA (EM-PANEL-INDICE)
005520          TO EM-PANEL-ENTRADA (EM-PANEL-INDICE + 1).
005530  2120-RECORRER-PANEL-EXIT.
005540      EXIT.

005550*----------------------------------------------------------------*
005560* 3000-EMBARCAR-PANEL                                            *
005570*     Documenta el panel de la tabla en curso. Un cambio de      *
005580*     cliente o de pedido cierra el embarque en curso y abre     *
005590*     el siguiente.                                              *
005600*----------------------------------------------------------------*
005610  3000-EMBARCAR-PANEL.
005620      IF EM-EMBARQUE-ABIERTO
005630          IF EM-TAB-PEDIDO (EM-PANEL-INDICE)
005640                      NOT = EM-PEDIDO-ACTUAL
005650                  OR EM-TAB-CLIENTE (EM-PANEL-INDICE)
005660                      NOT = EM-CLIENTE-ACTUAL
005670              PERFORM 3300-CERRAR-EMBARQUE
005680                  THRU 3300-CERRAR-EMBARQUE-EXIT
005690          END-IF
005700      END-IF
005710      IF NOT EM-EMBARQUE-ABIERTO
005720          PERFORM 3100-ABRIR-EMBARQUE
005730              THRU 3100-ABRIR-EMBARQUE-EXIT
005740      END-IF
005750      PERFORM 3200-DOCUMENTAR-PANEL
005760          THRU 3200-DOCUMENTAR-PANEL-EXIT.
005770  3000-EMBARCAR-PANEL-EXIT.
005780      EXIT.

005790*----------------------------------------------------------------*
005800* 3100-ABRIR-EMBARQUE                                            *
005810*     Asigna el siguiente folio de embarque al pedido del panel  *
005820*     en curso, toma su seguimiento del archivo de embarques     *
005830*     (registro "P") y los paneles declarados, y escribe el      *
005840*     encabezado de la lista con el domicilio de entrega.        *
005850*----------------------------------------------------------------*
005860  3100-ABRIR-EMBARQUE.
005870      ADD 1 TO EM-ULTIMO-EMBARQUE
005880      MOVE EM-ULTIMO-EMBARQUE TO EM-EMBARQUE-ACTUAL
005890      MOVE EM-TAB-PEDIDO (EM-PANEL-INDICE) TO EM-PEDIDO-ACTUAL
005900      MOVE EM-TAB-CLIENTE (EM-PANEL-INDICE) TO EM-CLIENTE-ACTUAL
005910      MOVE 0 TO EM-PANELES-EMBARQUE
005920      MOVE 0 TO EM-AREA-EMBARQUE
005930      MOVE "S" TO EM-EMBARQUE-SW
005940      MOVE "N" TO EM-RESUMEN-EXISTE
005950      MOVE 0 TO EM-EMBARCADOS
005960      MOVE 0 TO EM-NUM-EMBARQUES
005970      MOVE EM-PEDIDO-ACTUAL TO EMB-PEDIDO
005980      MOVE 0 TO EMB-LINEA
005990      READ EMBARQ-FILE
006000          NOT INVALID KEY
006010              MOVE "S" TO EM-RESUMEN-EXISTE
006020              MOVE EMB-EMBARCADOS TO EM-EMBARCADOS
006030              MOVE EMB-NUM-EMBARQUES TO EM-NUM-EMBARQUES
006040      END-READ
006050      ADD 1 TO EM-NUM-EMBARQUES
006060      PERFORM 3110-BUSCAR-DECLARADOS
006070          THRU 3110-BUSCAR-DECLARADOS-EXIT
006080      IF NOT EM-TOTAL-SE-ENCONTRO
006090          PERFORM 3130-CONTAR-INVENTARIO
006100              THRU 3130-CONTAR-INVENTARIO-EXIT
006110      END-IF
006120      MOVE EM-CLIENTE-ACTUAL TO CLI-CODIGO
006130      MOVE "N" TO EM-CLIENTE-HALLADO
006140      IF EM-CLIENTES-DISPONIBLE
006150          READ CLIENTES-FILE
006160              NOT INVALID KEY
006170                  MOVE "S" TO EM-CLIENTE-HALLADO
006180          END-READ
006190      END-IF
006200      IF NOT EM-CLIENTE-HALLADO-SI
006210          MOVE EM-CLIENTE-ACTUAL TO CLI-CODIGO
006220          MOVE "(cliente sin maestro)" TO CLI-NOMBRE
006230          MOVE SPACES TO CLI-DIRECCION-1
006240          MOVE SPACES TO CLI-DIRECCION-2
006250      END-IF
006260      WRITE LST-LINEA FROM LST-SEPARADOR
006270      MOVE EM-EMBARQUE-ACTUAL TO LST-ENC-EMBARQUE
006280      MOVE EM-FECHA-EMBARQUE TO LST-ENC-FECHA
006290      WRITE LST-LINEA FROM LST-ENCABEZADO
006300      MOVE SPACES TO LST-LINEA
006310      WRITE LST-LINEA
006320      MOVE CLI-CODIGO TO LST-CLI-CODIGO
006330      MOVE CLI-NOMBRE TO LST-CLI-NOMBRE
006340      WRITE LST-LINEA FROM LST-CLIENTE
006350      MOVE "  ENTREGAR EN:  " TO LST-DIR-ETIQUETA
006360      MOVE CLI-DIRECCION-1 TO LST-DIR-TEXTO
006370      WRITE LST-LINEA FROM LST-DIRECCION
006380      MOVE SPACES TO LST-DIR-ETIQUETA
006390      MOVE CLI-DIRECCION-2 TO LST-DIR-TEXTO
006400      WRITE LST-LINEA FROM LST-DIRECCION
006410      MOVE EM-PEDIDO-ACTUAL TO LST-PED-PEDIDO
006420      MOVE EM-NUM-EMBARQUES TO LST-PED-NUMERO
006430      WRITE LST-LINEA FROM LST-PEDIDO
006440      MOVE SPACES TO LST-LINEA
006450      WRITE LST-LINEA
006460      WRITE LST-LINEA FROM LST-TITULOS.
006470  3100-ABRIR-EMBARQUE-EXIT.
006480      EXIT.

006490*----------------------------------------------------------------*
006500* 3110-BUSCAR-DECLARADOS                                         *
006510*     Recorre PEDIDOS-FILE buscando el registro de total "T"     *
006520*     del pedido en curso, que sigue a su cabecera. Si el        *
006530*     archivo ya no trae el pedido, los declarados se cuentan    *
006540*     del inventario (3130).                                     *
006550*----------------------------------------------------------------*
006560  3110-BUSCAR-DECLARADOS.
006570      MOVE "N" TO EM-TOTAL-ENCONTRADO
006580      MOVE 0 TO EM-DECLARADOS
006590      OPEN INPUT PEDIDOS-FILE
006600      IF EM-ESTADO-PEDIDOS NOT = "00"
006610          GO TO 3110-BUSCAR-DECLARADOS-EXIT
006620      END-IF
006630      MOVE "N" TO EM-FIN-ARCHIVO
006640      MOVE "N" TO EM-EN-PEDIDO
006650      PERFORM 3120-LEER-PEDIDO
006660          THRU 3120-LEER-PEDIDO-EXIT
006670          UNTIL EM-FIN-ARCHIVO-SI
006680      CLOSE PEDIDOS-FILE
006690      IF EM-TOTAL-SE-ENCONTRO
006700          MOVE "T" TO EM-ORIGEN-DECL
006710      END-IF.
006720  3110-BUSCAR-DECLARADOS-EXIT.
006730      EXIT.

006740*----------------------------------------------------------------*
006750* 3120-LEER-PEDIDO                                               *
006760*     Una pasada de 3110: la cabecera del pedido buscado abre    *
006770*     la ventana en la que el siguiente registro "T" es su       *
006780*     total declarado.                                           *
006790*----------------------------------------------------------------*
006800  3120-LEER-PEDIDO.
006810      READ PEDIDOS-FILE INTO PED-REGISTRO
006820          AT END
006830              SET EM-FIN-ARCHIVO-SI TO TRUE
006840              GO TO 3120-LEER-PEDIDO-EXIT
006850      END-READ
006860      EVALUATE TRUE
006870          WHEN PED-ES-CABECERA
006880              IF PED-CAB-PEDIDO = EM-PEDIDO-ACTUAL
006890                  SET EM-EN-PEDIDO-SI TO TRUE
006900              ELSE
006910                  MOVE "N" TO EM-EN-PEDIDO
006920              END-IF
006930          WHEN PED-ES-TOTAL
006940              IF EM-EN-PEDIDO-SI
006950                  SET EM-TOTAL-SE-ENCONTRO TO TRUE
006960                  MOVE PED-TOT-PANELES TO EM-DECLARADOS
006970                  SET EM-FIN-ARCHIVO-SI TO TRUE
006980              END-IF
006990          WHEN OTHER
007000              CONTINUE
007010      END-EVALUATE.
007020  3120-LEER-PEDIDO-EXIT.
007030      EXIT.

007040*----------------------------------------------------------------*
007050* 3130-CONTAR-INVENTARIO                                         *
007060*     Sin total en PEDIDOS, los declarados son los paneles del   *
007070*     pedido en el inventario que no se desecharon.              *
007080*----------------------------------------------------------------*
007090  3130-CONTAR-INVENTARIO.
007100      MOVE "I" TO EM-ORIGEN-DECL
007110      MOVE 0 TO EM-DECLARADOS
007120      MOVE "N" TO EM-FIN-ARCHIVO
007130      MOVE EM-PEDIDO-ACTUAL TO INV-PEDIDO
007140      MOVE 0 TO INV-LINEA
007150      START INVENTARIO-FILE KEY NOT < INV-CLAVE
007160          INVALID KEY
007170              SET EM-FIN-ARCHIVO-SI TO TRUE
007180      END-START
007190      PERFORM 3140-CONTAR-PANEL
007200          THRU 3140-CONTAR-PANEL-EXIT
007210          UNTIL EM-FIN-ARCHIVO-SI.
007220  3130-CONTAR-INVENTARIO-EXIT.
007230      EXIT.

007240*----------------------------------------------------------------*
007250* 3140-CONTAR-PANEL                                              *
007260*     Una pasada de 3130: el primer registro de otro pedido      *
007270*     corta el recorrido.                                        *
007280*----------------------------------------------------------------*
007290  3140-CONTAR-PANEL.
007300      READ INVENTARIO-FILE NEXT RECORD
007310          AT END
007320              SET EM-FIN-ARCHIVO-SI TO TRUE
007330              GO TO 3140-CONTAR-PANEL-EXIT
007340      END-READ
007350      IF INV-PEDIDO NOT = EM-PEDIDO-ACTUAL
007360          SET EM-FIN-ARCHIVO-SI TO TRUE
007370          GO TO 3140-CONTAR-PANEL-EXIT
007380      END-IF
007390      IF NOT INV-DESECHADO
007400          ADD 1 TO EM-DECLARADOS
007410      END-IF.
007420  3140-CONTAR-PANEL-EXIT.
007430      EXIT.

007440*----------------------------------------------------------------*
007450* 3200-DOCUMENTAR-PANEL                                          *
007460*     Imprime el panel en la lista con sus medidas y lo anota    *
007470*     en el archivo de embarques con el numero de embarque.      *
007480*----------------------------------------------------------------*
007490  3200-DOCUMENTAR-PANEL.
007500      MOVE EM-TAB-PEDIDO (EM-PANEL-INDICE) TO INV-PEDIDO
007510      MOVE EM-TAB-LINEA (EM-PANEL-INDICE) TO INV-LINEA
007520      MOVE INV-PEDIDO TO EM-PEDIDO-EDIT
007530      MOVE INV-LINEA TO EM-LINEA-EDIT
007540      READ INVENTARIO-FILE
007550          INVALID KEY
007560              DISPLAY "No se pudo releer el panel " EM-PEDIDO-EDIT
007570                  "/" EM-LINEA-EDIT ", estado: "
007580                  EM-ESTADO-INVENTARIO
007590              MOVE 8 TO RETURN-CODE
007600              GO TO 3200-DOCUMENTAR-PANEL-EXIT
007610      END-READ
007620      MOVE INV-LINEA TO LST-DET-LINEA
007630      MOVE INV-POLIGONO TO LST-DET-POLIGONO
007640      MOVE INV-LADOS TO LST-DET-LADOS
007650      MOVE INV-PERIMETRO TO LST-DET-PERIMETRO
007660      MOVE INV-AREA TO LST-DET-AREA
007670      WRITE LST-LINEA FROM LST-DETALLE
007680      MOVE SPACES TO LST-MEDIDAS
007690      MOVE "      medidas" TO LST-MED-ETIQUETA
007700      MOVE 0 TO EM-COLUMNA
007710      PERFORM 3210-LISTAR-MEDIDA
007720          THRU 3210-LISTAR-MEDIDA-EXIT
007730          VARYING EM-MEDIDA-INDICE FROM 1 BY 1
007740          UNTIL EM-MEDIDA-INDICE > INV-LADOS
007750             OR EM-MEDIDA-INDICE > 20
007760      IF EM-COLUMNA > 0
007770          WRITE LST-LINEA FROM LST-MEDIDAS
007780      END-IF
007790      ADD 1 TO EM-PANELES-EMBARQUE
007800      ADD INV-AREA TO EM-AREA-EMBARQUE
007810      ADD 1 TO EM-CTL-PANELES
007820      MOVE SPACES TO EMB-REGISTRO
007830      MOVE INV-PEDIDO TO EMB-PEDIDO
007840      MOVE INV-LINEA TO EMB-LINEA
007850      SET EMB-ES-PANEL TO TRUE
007860      MOVE EM-CLIENTE-ACTUAL TO EMB-CLIENTE
007870      MOVE EM-EMBARQUE-ACTUAL TO EMB-EMBARQUE
007880      MOVE EM-FECHA-EMBARQUE TO EMB-FECHA
007890      MOVE 0 TO EMB-DECLARADOS
007900      MOVE 0 TO EMB-EMBARCADOS
007910      MOVE 0 TO EMB-NUM-EMBARQUES
007920      WRITE EMB-REGISTRO
007930      IF EM-ESTADO-EMBARQ NOT = "00"
007940          DISPLAY "No se pudo anotar el panel " EM-PEDIDO-EDIT
007950              "/" EM-LINEA-EDIT " en EMBARQ-FILE, estado: "
007960              EM-ESTADO-EMBARQ
007970          MOVE 8 TO RETURN-CODE
007980      END-IF.
007990  3200-DOCUMENTAR-PANEL-EXIT.
008000      EXIT.

008010*----------------------------------------------------------------*
008020* 3210-LISTAR-MEDIDA                                             *
008030*     Pone una medida del panel en la siguiente columna del      *
008040*     renglon de medidas; al llenarse las seis columnas lo       *
008050*     escribe y empieza otro.                                    *
008060*----------------------------------------------------------------*
008070  3210-LISTAR-MEDIDA.
008080      ADD 1 TO EM-COLUMNA
008090      MOVE INV-MEDIDA (EM-MEDIDA-INDICE)
008100          TO LST-MED-VALOR (EM-COLUMNA)
008110      IF EM-COLUMNA = 6
008120          WRITE LST-LINEA FROM LST-MEDIDAS
008130          MOVE SPACES TO LST-MEDIDAS
008140          MOVE 0 TO EM-COLUMNA
008150      END-IF.
008160  3210-LISTAR-MEDIDA-EXIT.
008170      EXIT.

008180*----------------------------------------------------------------*
008190* 3300-CERRAR-EMBARQUE                                           *
008200*     Acumula el embarque en curso al seguimiento del pedido     *
008210*     (registro "P" del archivo de embarques), escribe el pie    *
008220*     de la lista con embarcados contra declarados y si el       *
008230*     pedido queda parcial o completo, y lo reporta.             *
008240*----------------------------------------------------------------*
008250  3300-CERRAR-EMBARQUE.
008260      ADD EM-PANELES-EMBARQUE TO EM-EMBARCADOS
008270      COMPUTE EM-PENDIENTES = EM-DECLARADOS - EM-EMBARCADOS
008280      MOVE SPACES TO EMB-REGISTRO
008290      MOVE EM-PEDIDO-ACTUAL TO EMB-PEDIDO
008300      MOVE 0 TO EMB-LINEA
008310      SET EMB-ES-PEDIDO TO TRUE
008320      MOVE EM-CLIENTE-ACTUAL TO EMB-CLIENTE
008330      MOVE EM-EMBARQUE-ACTUAL TO EMB-EMBARQUE
008340      MOVE EM-FECHA-EMBARQUE TO EMB-FECHA
008350      MOVE EM-DECLARADOS TO EMB-DECLARADOS
008360      MOVE EM-ORIGEN-DECL TO EMB-ORIGEN-DECL
008370      MOVE EM-EMBARCADOS TO EMB-EMBARCADOS
008380      MOVE EM-NUM-EMBARQUES TO EMB-NUM-EMBARQUES
008390      IF EM-PENDIENTES > 0
008400          SET EMB-PARCIAL TO TRUE
008410          ADD 1 TO EM-CTL-PARCIALES
008420      ELSE
008430          SET EMB-COMPLETO TO TRUE
008440          ADD 1 TO EM-CTL-COMPLETOS
008450      END-IF
008460      IF EM-RESUMEN-YA-GRABADO
008470          REWRITE EMB-REGISTRO
008480      ELSE
008490          WRITE EMB-REGISTRO
008500      END-IF
008510      IF EM-ESTADO-EMBARQ NOT = "00"
008520          MOVE EM-PEDIDO-ACTUAL TO EM-PEDIDO-EDIT
008530          DISPLAY "No se pudo grabar el seguimiento del pedido "
008540              EM-PEDIDO-EDIT ", estado: " EM-ESTADO-EMBARQ
008550          MOVE 8 TO RETURN-CODE
008560      END-IF
008570      MOVE SPACES TO LST-LINEA
008580      WRITE LST-LINEA
008590      MOVE "PANELES EN ESTE EMBARQUE:" TO LST-CIF-ETIQUETA
008600      MOVE EM-PANELES-EMBARQUE TO LST-CIF-CANT
008610      WRITE LST-LINEA FROM LST-CIFRA
008620      MOVE EM-AREA-EMBARQUE TO LST-ARE-CANT
008630      WRITE LST-LINEA FROM LST-AREA
008640      IF EM-ORIGEN-DECL = "T"
008650          MOVE "PANELES DECLARADOS:" TO LST-CIF-ETIQUETA
008660      ELSE
008670          MOVE "PANELES EN INVENTARIO:" TO LST-CIF-ETIQUETA
008680      END-IF
008690      MOVE EM-DECLARADOS TO LST-CIF-CANT
008700      WRITE LST-LINEA FROM LST-CIFRA
008710      MOVE "EMBARCADOS A LA FECHA:" TO LST-CIF-ETIQUETA
008720      MOVE EM-EMBARCADOS TO LST-CIF-CANT
008730      WRITE LST-LINEA FROM LST-CIFRA
008740      IF EM-PENDIENTES < 0
008750          MOVE "    *** MAS PANELES QUE LOS DECLARADOS ***"
008760              TO LST-LINEA
008770          WRITE LST-LINEA
008780      ELSE
008790          MOVE "PENDIENTES POR EMBARCAR:" TO LST-CIF-ETIQUETA
008800          MOVE EM-PENDIENTES TO LST-CIF-CANT
008810          WRITE LST-LINEA FROM LST-CIFRA
008820      END-IF
008830      IF EM-PENDIENTES > 0
008840          MOVE "  *** EMBARQUE PARCIAL ***" TO LST-LINEA
008850      ELSE
008860          MOVE "  PEDIDO COMPLETO" TO LST-LINEA
008870      END-IF
008880      WRITE LST-LINEA
008890      MOVE SPACES TO LST-LINEA
008900      WRITE LST-LINEA
008910      WRITE LST-LINEA FROM LST-FIRMAS
008920      MOVE SPACES TO LST-LINEA
008930      WRITE LST-LINEA
008940      ADD 1 TO EM-CTL-EMBARQUES
008950      MOVE EM-EMBARQUE-ACTUAL TO EM-EMBARQUE-EDIT
008960      MOVE EM-PEDIDO-ACTUAL TO EM-PEDIDO-EDIT
008970      MOVE EM-PANELES-EMBARQUE TO EM-CANT-EDIT
008980      DISPLAY "Embarque " EM-EMBARQUE-EDIT ": pedido "
008990          EM-PEDIDO-EDIT ", " EM-CANT-EDIT " paneles"
009000      MOVE "N" TO EM-EMBARQUE-SW.
009010  3300-CERRAR-EMBARQUE-EXIT.
009020      EXIT.

009030*----------------------------------------------------------------*
009040* 9000-FINALIZAR                                                 *
009050*     Cierra el embarque pendiente, cierra archivos, guarda el   *
009060*     ultimo folio de embarque y reporta las cifras.             *
009070*----------------------------------------------------------------*
009080  9000-FINALIZAR.
009090      IF EM-EMBARQUE-ABIERTO
009100          PERFORM 3300-CERRAR-EMBARQUE
009110              THRU 3300-CERRAR-EMBARQUE-EXIT
009120      END-IF
009130      IF EM-LISTA-ABIERTA-SI
009140          CLOSE LISTEMB-FILE
009150      END-IF
009160      IF EM-CLIENTES-DISPONIBLE
009170          CLOSE CLIENTES-FILE
009180      END-IF
009190      IF EM-AUDITORIA-ABIERTA-SI
009200          CLOSE AUDITORIA-FILE
009210      END-IF
009220      IF EM-INVENTARIO-ABIERTO-SI
009230          CLOSE INVENTARIO-FILE
009240      END-IF
009250      IF EM-EMBARQ-ABIERTO-SI
009260          CLOSE EMBARQ-FILE
009270      END-IF
009280      IF EM-CTL-EMBARQUES > 0
009290          PERFORM 9100-GRABAR-CONTROL
009300              THRU 9100-GRABAR-CONTROL-EXIT
009310      END-IF
009320      IF EM-TABLA-LLENA-SI
009330          DISPLAY "La tabla del dia se lleno: los paneles que "
009340              "no cupieron salen en la siguiente corrida."
009350      END-IF
009360      MOVE EM-CTL-MOVIMIENTOS TO EM-CANT-EDIT
009370      DISPLAY "Cambios a embarcado del dia:     " EM-CANT-EDIT
009380      MOVE EM-CTL-YA-DOCUMENTADOS TO EM-CANT-EDIT
009390      DISPLAY "Paneles ya documentados antes:   " EM-CANT-EDIT
009400      MOVE EM-CTL-SIN-INVENTARIO TO EM-CANT-EDIT
009410      DISPLAY "Paneles sin inventario:          " EM-CANT-EDIT
009420      MOVE EM-CTL-SIN-EMBARQUE TO EM-CANT-EDIT
009430      DISPLAY "Paneles ya no embarcados:        " EM-CANT-EDIT
009440      MOVE EM-CTL-FUERA-TABLA TO EM-CANT-EDIT
009450      DISPLAY "Paneles fuera de la tabla:       " EM-CANT-EDIT
009460      MOVE EM-CTL-PANELES TO EM-CANT-EDIT
009470      DISPLAY "Paneles documentados:            " EM-CANT-EDIT
009480      MOVE EM-CTL-EMBARQUES TO EM-CANT-EDIT
009490      DISPLAY "Embarques emitidos:              " EM-CANT-EDIT
009500      MOVE EM-CTL-PARCIALES TO EM-CANT-EDIT
009510      DISPLAY "  parciales:                     " EM-CANT-EDIT
009520      MOVE EM-CTL-COMPLETOS TO EM-CANT-EDIT
009530      DISPLAY "  con el pedido completo:        " EM-CANT-EDIT
009540      MOVE EM-ULTIMO-EMBARQUE TO EM-EMBARQUE-EDIT
009550      DISPLAY "Ultimo folio de embarque: " EM-EMBARQUE-EDIT.
009560  9000-FINALIZAR-EXIT.
009570      EXIT.

009580*----------------------------------------------------------------*
009590* 9100-GRABAR-CONTROL                                            *
009600*     Reescribe EMBCTRL-FILE con el ultimo folio de embarque     *
009610*     asignado, para que la siguiente corrida continue el        *
009620*     foliado donde esta lo dejo.                                *
009630*----------------------------------------------------------------*
009640  9100-GRABAR-CONTROL.
009650      MOVE EM-ULTIMO-EMBARQUE TO ECTL-ULTIMO-EMBARQUE
009660      OPEN OUTPUT EMBCTRL-FILE
009670      IF EM-ESTADO-CONTROL = "00"
009680          WRITE ECTL-REGISTRO
009690          CLOSE EMBCTRL-FILE
009700      ELSE
009710          DISPLAY "No se pudo abrir EMBCTRL-FILE, estado: "
009720              EM-ESTADO-CONTROL
009730      END-IF.
009740  9100-GRABAR-CONTROL-EXIT.
009750      EXIT.

009760*----------------------------------------------------------------*
009770* 9800-REGISTRAR-CORRIDA                                         *
009780*     Agrega el registro de esta corrida al diario de control    *
009790*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
009800*     tarjeta de parametros, cifras de control y RETURN-CODE     *
009810*     final, para el reporte MATUTINO. Si el diario no se puede  *
009820*     abrir solo se avisa; el RETURN-CODE de la corrida no       *
009830*     cambia.                                                    *
009840*----------------------------------------------------------------*
009850  9800-REGISTRAR-CORRIDA.
009860      MOVE "EMBARQUES" TO COR-PROGRAMA
009870      IF EM-CON-PARAMETROS
009880          MOVE "S" TO COR-TARJETA
009890          MOVE PRM-REGISTRO TO COR-PARAMETROS
009900      ELSE
009910          MOVE "N" TO COR-TARJETA
009920          MOVE SPACES TO COR-PARAMETROS
009930      END-IF
009940      MOVE "MOVIMIENTOS" TO COR-CIFRA-NOMBRE (1)
009950      MOVE EM-CTL-MOVIMIENTOS TO COR-CIFRA-VALOR (1)
009960      MOVE "PANELES" TO COR-CIFRA-NOMBRE (2)
009970      MOVE EM-CTL-PANELES TO COR-CIFRA-VALOR (2)
009980      MOVE "EMBARQUES" TO COR-CIFRA-NOMBRE (3)
009990      MOVE EM-CTL-EMBARQUES TO COR-CIFRA-VALOR (3)
010000      MOVE "SIN INVENT" TO COR-CIFRA-NOMBRE (4)
010010      MOVE EM-CTL-SIN-INVENTARIO TO COR-CIFRA-VALOR (4)
010020      MOVE RETURN-CODE TO COR-RETORNO
010030      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
010040      ACCEPT COR-HORA-FIN FROM TIME
010050      OPEN EXTEND CORRIDAS-FILE
010060      IF EM-ESTADO-CORRIDAS = "35"
010070          OPEN OUTPUT CORRIDAS-FILE
010080          CLOSE CORRIDAS-FILE
010090          OPEN EXTEND CORRIDAS-FILE
010100      END-IF
010110      IF EM-ESTADO-CORRIDAS NOT = "00"
010120          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
010130              EM-ESTADO-CORRIDAS
010140          GO TO 9800-REGISTRAR-CORRIDA-EXIT
010150      END-IF
010160      WRITE COR-SALIDA FROM COR-REGISTRO
010170      CLOSE CORRIDAS-FILE.
010180  9800-REGISTRAR-CORRIDA-EXIT.
010190      EXIT.
