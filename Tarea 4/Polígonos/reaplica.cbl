000010*================================================================*
000020* REAPLICA.CBL                                                   *
000030*================================================================*
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID. REAPLICA.
000060  AUTHOR. R. CASTRO VELAZQUEZ.
000070  INSTALLATION. TALLER DE CORTE - LINEA DE PANELES.
000080  DATE-WRITTEN. 2026-10-15.
000090  DATE-COMPILED.
000100*----------------------------------------------------------------*
000110* PROPOSITO.                                                     *
000120*     Despues de una RECARGA, vuelve a aplicar sobre el maestro  *
000130*     de inventario los cambios de estatus de la auditoria       *
000140*     (AUDITORIA-FILE, ver AUDREC) hechos desde que se tomo la   *
000150*     descarga, para que el maestro recargado quede otra vez     *
000160*     como el piso. La fecha y hora de la descarga salen de su   *
000170*     encabezado (ver DESREC); el dia de la descarga viene de    *
000180*     PRM-FECHA-DESDE (0 = hoy) en la tarjeta de parametros (ver *
000190*     PARMREC) o se pide por consola.                            *
000200*                                                                *
000210*     Cada linea de la auditoria de esa fecha y hora en adelante *
000220*     se aplica en el orden en que se escribio:                  *
000230*     - si el panel ya tiene el estatus nuevo, ya estaba         *
000240*       aplicada (la descarga la alcanzo, o REAPLICA se corre    *
000250*       otra vez) y se cuenta sin tocar nada;                    *
000260*     - si tiene el estatus anterior, se le pone el nuevo;       *
000270*     - si el panel no esta en el maestro o tiene otro estatus,  *
000280*       la linea no se aplica: sale en el reporte REAPLICA con   *
000290*       su motivo y la corrida termina con RETURN-CODE 4.        *
000300*     Los paneles clasificados despues de la descarga no estan   *
000310*     en ella: se vuelve a correr POLIGONOS sobre esos lotes     *
000320*     antes de REAPLICA. REAPLICA no escribe en la auditoria ni  *
000330*     toca existencias ni requerimientos de laminas; esos ya     *
000340*     quedaron aplicados cuando el cambio se hizo.               *
000350*                                                                *
000360* HISTORIAL DE MODIFICACIONES.                                   *
000370*     2026-10-15 RCV  Version original.                          *
000380*----------------------------------------------------------------*
000390  ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000410  FILE-CONTROL.
000420* La descarga se nombra en tiempo de corrida (INVENTAR.AAAAMMDD),
000430* asi que el ASSIGN va a un campo, como en DESCARGA.
000440      SELECT DESCARGA-FILE ASSIGN TO RA-NOMBRE-DESCARGA
000450          ORGANIZATION IS LINE SEQUENTIAL
000460          FILE STATUS IS RA-ESTADO-DESCARGA.
000470      SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
000480          ORGANIZATION IS LINE SEQUENTIAL
000490          FILE STATUS IS RA-ESTADO-AUDITORIA.
000500      SELECT INVENTARIO-FILE ASSIGN TO "INVENTAR"
000510          ORGANIZATION IS INDEXED
000520          ACCESS MODE IS RANDOM
000530          RECORD KEY IS INV-CLAVE
000540          FILE STATUS IS RA-ESTADO-INVENTARIO.
000550      SELECT REAPLICA-FILE ASSIGN TO "REAPLICA"
000560          ORGANIZATION IS LINE SEQUENTIAL
000570          FILE STATUS IS RA-ESTADO-REPORTE.
000580      SELECT PARAMS-FILE ASSIGN TO "PARAMS"
000590          ORGANIZATION IS LINE SEQUENTIAL
000600          FILE STATUS IS RA-ESTADO-PARAMS.
000610      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000620          ORGANIZATION IS LINE SEQUENTIAL
000630          FILE STATUS IS RA-ESTADO-CORRIDAS.

000640  DATA DIVISION.
000650  FILE SECTION.
000660  FD  DESCARGA-FILE
000670      RECORD CONTAINS 308 CHARACTERS.
000680  01  DES-LINEA                  PIC X(308).

000690  FD  AUDITORIA-FILE
000700      RECORD CONTAINS 38 CHARACTERS.
000710      COPY AUDREC.

000720  FD  INVENTARIO-FILE
000730      RECORD CONTAINS 307 CHARACTERS.
000740      COPY INVREC.

000750  FD  REAPLICA-FILE
000760      RECORD CONTAINS 80 CHARACTERS.
000770  01  REA-LINEA                  PIC X(80).

000780  FD  PARAMS-FILE
000790      RECORD CONTAINS 80 CHARACTERS.
000800  01  PRM-ENTRADA                PIC X(80).

000810  FD  CORRIDAS-FILE
000820      RECORD CONTAINS 220 CHARACTERS.
000830  01  COR-SALIDA                 PIC X(220).

000840  WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------*
000860* TARJETA DE PARAMETROS (corrida desatendida, ver PARMREC).      *
000870*----------------------------------------------------------------*
000880      COPY PARMREC.
000890  77  RA-ESTADO-PARAMS            PIC X(02) VALUE "00".
000900  77  RA-PARAMS-SW                PIC X(01) VALUE "N".
000910      88  RA-CON-PARAMETROS                 VALUE "S".
000920* Diario de control de corridas (9800, ver CORREC).
000930  77  RA-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
000940      COPY CORREC.

000950*----------------------------------------------------------------*
000960* REGISTRO DE LA DESCARGA (ver DESREC); solo se lee el           *
000970* encabezado.                                                    *
000980*----------------------------------------------------------------*
000990      COPY DESREC.

001000*----------------------------------------------------------------*
001010* INDICADORES Y ESTADOS DE ARCHIVO.                              *
001020*----------------------------------------------------------------*
001030  77  RA-ESTADO-DESCARGA          PIC X(02) VALUE "00".
001040  77  RA-ESTADO-AUDITORIA         PIC X(02) VALUE "00".
001050  77  RA-ESTADO-INVENTARIO        PIC X(02) VALUE "00".
001060  77  RA-ESTADO-REPORTE           PIC X(02) VALUE "00".
001070  77  RA-FIN-PROCESO              PIC X(01) VALUE "N".
001080      88  RA-FIN-PROCESO-SI                 VALUE "S".
001090  77  RA-FIN-AUDITORIA            PIC X(01) VALUE "N".
001100      88  RA-FIN-AUDITORIA-SI               VALUE "S".
001110  77  RA-AUDITORIA-ABIERTA        PIC X(01) VALUE "N".
001120      88  RA-AUDITORIA-ABIERTA-SI           VALUE "S".
001130  77  RA-INVENTARIO-ABIERTO       PIC X(01) VALUE "N".
001140      88  RA-INVENTARIO-ABIERTO-SI          VALUE "S".
001150  77  RA-REPORTE-OK               PIC X(01) VALUE "N".
001160      88  RA-REPORTE-DISPONIBLE             VALUE "S".

001170*----------------------------------------------------------------*
001180* DESCARGA Y MOMENTOS. El momento de la descarga y el de cada    *
001190* linea de auditoria son fecha y hora seguidas (AAAAMMDD y       *
001200* HHMMSSCC), asi que se comparan como un solo campo.             *
001210*----------------------------------------------------------------*
001220  77  RA-FECHA-DESCARGA           PIC 9(08) VALUE 0.
001270  77  RA-NOMBRE-DESCARGA          PIC X(20) VALUE SPACES.
001280  01  RA-MOMENTO-DESCARGA.
001290      05  RA-MOM-FECHA            PIC 9(08) VALUE 0.
001300      05  RA-MOM-HORA             PIC 9(08) VALUE 0.
001310  01  RA-MOMENTO-AUDITORIA.
001320      05  RA-AUD-FECHA            PIC 9(08) VALUE 0.
001330      05  RA-AUD-HORA             PIC 9(08) VALUE 0.

001340*----------------------------------------------------------------*
001350* CIFRAS DE CONTROL.                                             *
001360*----------------------------------------------------------------*
001370  77  RA-CTL-LEIDAS               PIC 9(09) VALUE 0.
001380  77  RA-CTL-ANTERIORES           PIC 9(09) VALUE 0.
001390  77  RA-CTL-POSTERIORES          PIC 9(09) VALUE 0.
001400  77  RA-CTL-APLICADAS            PIC 9(09) VALUE 0.
001410  77  RA-CTL-YA-APLICADAS         PIC 9(09) VALUE 0.
001420  77  RA-CTL-NO-APLICADAS         PIC 9(09) VALUE 0.

001430*----------------------------------------------------------------*
001440* LINEAS DEL REPORTE DE LINEAS NO REAPLICADAS.                   *
001450*----------------------------------------------------------------*
001460  01  REA-ENCABEZADO.
001470      05  FILLER                  PIC X(42) VALUE
001480          "AUDITORIA NO REAPLICADA DESDE LA DESCARGA ".
001490      05  REA-ENC-DESCARGA        PIC X(20).
001500      05  FILLER                  PIC X(18) VALUE SPACES.
001510  01  REA-DETALLE.
001520      05  FILLER                  PIC X(02) VALUE SPACES.
001530      05  REA-DET-PEDIDO          PIC 9(08).
001540      05  FILLER                  PIC X(01) VALUE "/".
001550      05  REA-DET-LINEA           PIC 9(04).
001560      05  FILLER                  PIC X(02) VALUE SPACES.
001570      05  REA-DET-ANTERIOR        PIC X(01).
001580      05  FILLER                  PIC X(04) VALUE " -> ".
001590      05  REA-DET-NUEVO           PIC X(01).
001600      05  FILLER                  PIC X(02) VALUE SPACES.
001610      05  REA-DET-MOTIVO          PIC X(40).
001620      05  FILLER                  PIC X(15) VALUE SPACES.
001630  01  REA-CIFRA.
001640      05  FILLER                  PIC X(02) VALUE SPACES.
001650      05  REA-CIF-ETIQUETA        PIC X(26).
001660      05  REA-CIF-CANT            PIC Z(8)9.
001670      05  FILLER                  PIC X(43) VALUE SPACES.

001680  PROCEDURE DIVISION.
001690*================================================================*
001700* 0000-MAINLINE                                                  *
001710*     Toma el momento de la descarga y reaplica la auditoria     *
001720*     posterior a el sobre el maestro.                           *
001730*================================================================*
001740  0000-MAINLINE.
001750      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
001760      ACCEPT COR-HORA-INICIO FROM TIME
001770      PERFORM 1000-INICIO
001780          THRU 1000-INICIO-EXIT
001790      IF NOT RA-FIN-PROCESO-SI
001800          PERFORM 2000-REAPLICAR-LINEA
001810              THRU 2000-REAPLICAR-LINEA-EXIT
001820              UNTIL RA-FIN-AUDITORIA-SI
001830      END-IF
001840      PERFORM 9000-FINALIZAR
001850          THRU 9000-FINALIZAR-EXIT
001860      PERFORM 9800-REGISTRAR-CORRIDA
001870          THRU 9800-REGISTRAR-CORRIDA-EXIT
001880      STOP RUN.

001890*----------------------------------------------------------------*
001900* 1000-INICIO                                                    *
001910*     Toma el dia de la descarga, lee su encabezado para saber   *
001920*     desde que momento reaplicar y abre la auditoria, el        *
001930*     maestro y el reporte.                                      *
001940*----------------------------------------------------------------*
001950  1000-INICIO.
001960      PERFORM 1100-LEER-PARAMETROS
001970          THRU 1100-LEER-PARAMETROS-EXIT
001980      IF RA-FIN-PROCESO-SI
001990          GO TO 1000-INICIO-EXIT
002000      END-IF
002010      IF RA-CON-PARAMETROS
002020          MOVE PRM-FECHA-DESDE TO RA-FECHA-DESCARGA
002030      ELSE
002040          DISPLAY "Dia de la descarga recargada "
002050              "(AAAAMMDD, 0 = hoy): "
002060          ACCEPT RA-FECHA-DESCARGA
002070      END-IF
002080      IF RA-FECHA-DESCARGA = 0
002090          ACCEPT RA-FECHA-DESCARGA FROM DATE YYYYMMDD
002100      END-IF
002110      IF FUNCTION TEST-DATE-YYYYMMDD (RA-FECHA-DESCARGA) NOT = 0
002140          DISPLAY "Fecha de la descarga invalida: "
002150              RA-FECHA-DESCARGA
002160          MOVE 8 TO RETURN-CODE
002170          SET RA-FIN-PROCESO-SI TO TRUE
002180          GO TO 1000-INICIO-EXIT
002190      END-IF
002200      STRING "INVENTAR." DELIMITED BY SIZE
002210          RA-FECHA-DESCARGA DELIMITED BY SIZE
002220          INTO RA-NOMBRE-DESCARGA
002230      PERFORM 1200-LEER-ENCABEZADO
002240          THRU 1200-LEER-ENCABEZADO-EXIT
002250      IF RA-FIN-PROCESO-SI
002260          GO TO 1000-INICIO-EXIT
002270      END-IF
002280      OPEN INPUT AUDITORIA-FILE
002290      IF RA-ESTADO-AUDITORIA = "35"
002300          DISPLAY "AUDITORIA-FILE no existe; no hay cambios de "
002310              "estatus que reaplicar."
002320          SET RA-FIN-PROCESO-SI TO TRUE
002330          GO TO 1000-INICIO-EXIT
002340      END-IF
002350      IF RA-ESTADO-AUDITORIA NOT = "00"
002360          DISPLAY "No se pudo abrir AUDITORIA-FILE, estado: "
002370              RA-ESTADO-AUDITORIA
002380          MOVE 8 TO RETURN-CODE
002390          SET RA-FIN-PROCESO-SI TO TRUE
002400          GO TO 1000-INICIO-EXIT
002410      END-IF
002420      SET RA-AUDITORIA-ABIERTA-SI TO TRUE
002430      OPEN I-O INVENTARIO-FILE
002440      IF RA-ESTADO-INVENTARIO NOT = "00"
002450          DISPLAY "No se pudo abrir INVENTARIO-FILE, estado: "
002460              RA-ESTADO-INVENTARIO
002470          MOVE 8 TO RETURN-CODE
002480          SET RA-FIN-PROCESO-SI TO TRUE
002490          GO TO 1000-INICIO-EXIT
002500      END-IF
002510      SET RA-INVENTARIO-ABIERTO-SI TO TRUE
002520      OPEN OUTPUT REAPLICA-FILE
002530      IF RA-ESTADO-REPORTE = "00"
002540          MOVE "S" TO RA-REPORTE-OK
002550          MOVE RA-NOMBRE-DESCARGA TO REA-ENC-DESCARGA
002560          WRITE REA-LINEA FROM REA-ENCABEZADO
002570          MOVE SPACES TO REA-LINEA
002580          WRITE REA-LINEA
002590      ELSE
002600          DISPLAY "No se pudo abrir REAPLICA-FILE, estado: "
002610              RA-ESTADO-REPORTE
002620          DISPLAY "Las lineas no reaplicadas solo saldran por "
002630              "consola."
002640      END-IF
002650      DISPLAY "Reaplicando la auditoria desde " RA-MOM-FECHA
002660          " " RA-MOM-HORA.
002670  1000-INICIO-EXIT.
002680      EXIT.

002690*----------------------------------------------------------------*
002700* 1100-LEER-PARAMETROS                                           *
002710*     Lee la tarjeta de parametros (PARAMS-FILE, ver PARMREC).   *
002720*     Sin tarjeta se pregunta por consola. Con tarjeta, la fecha *
002730*     desde (dia de la descarga) debe ser numerica; un           *
002740*     parametro invalido detiene la corrida con RETURN-CODE 8.   *
002750*----------------------------------------------------------------*
002760  1100-LEER-PARAMETROS.
002770      OPEN INPUT PARAMS-FILE
002780      IF RA-ESTADO-PARAMS = "35"
002790          GO TO 1100-LEER-PARAMETROS-EXIT
002800      END-IF
002810      IF RA-ESTADO-PARAMS NOT = "00"
002820          DISPLAY "No se pudo abrir PARAMS-FILE, estado: "
002830              RA-ESTADO-PARAMS
002840          MOVE 8 TO RETURN-CODE
002850          SET RA-FIN-PROCESO-SI TO TRUE
002860          GO TO 1100-LEER-PARAMETROS-EXIT
002870      END-IF
002880      READ PARAMS-FILE INTO PRM-REGISTRO
002890          AT END
002900              DISPLAY "PARAMS-FILE esta vacio."
002910              MOVE 8 TO RETURN-CODE
002920              SET RA-FIN-PROCESO-SI TO TRUE
002930      END-READ
002940      CLOSE PARAMS-FILE
002950      IF RA-FIN-PROCESO-SI
002960          GO TO 1100-LEER-PARAMETROS-EXIT
002970      END-IF
002980      MOVE "S" TO RA-PARAMS-SW
002990      IF PRM-FECHA-DESDE NOT NUMERIC
003000          DISPLAY "Parametro de fecha invalido en la tarjeta."
003010          MOVE 8 TO RETURN-CODE
003020          SET RA-FIN-PROCESO-SI TO TRUE
003030          GO TO 1100-LEER-PARAMETROS-EXIT
003040      END-IF
003050      DISPLAY "Parametros de la corrida: DESDE=" PRM-FECHA-DESDE.
003060  1100-LEER-PARAMETROS-EXIT.
003070      EXIT.

003080*----------------------------------------------------------------*
003090* 1200-LEER-ENCABEZADO                                           *
003100*     Lee el encabezado de la descarga y guarda la fecha y hora  *
003110*     en que se tomo. Sin descarga o sin encabezado no se sabe   *
003120*     desde donde reaplicar: RETURN-CODE 8.                      *
003130*----------------------------------------------------------------*
003140  1200-LEER-ENCABEZADO.
003150      OPEN INPUT DESCARGA-FILE
003160      IF RA-ESTADO-DESCARGA = "35"
003170          DISPLAY "No existe la descarga " RA-NOMBRE-DESCARGA
003180          MOVE 8 TO RETURN-CODE
003190          SET RA-FIN-PROCESO-SI TO TRUE
003200          GO TO 1200-LEER-ENCABEZADO-EXIT
003210      END-IF
003220      IF RA-ESTADO-DESCARGA NOT = "00"
003230          DISPLAY "No se pudo abrir la descarga "
003240              RA-NOMBRE-DESCARGA ", estado: " RA-ESTADO-DESCARGA
003250          MOVE 8 TO RETURN-CODE
003260          SET RA-FIN-PROCESO-SI TO TRUE
003270          GO TO 1200-LEER-ENCABEZADO-EXIT
003280      END-IF
003290      MOVE SPACES TO DES-REGISTRO
003300      READ DESCARGA-FILE INTO DES-REGISTRO
003310          AT END
003320              MOVE SPACES TO DES-REGISTRO
003330      END-READ
003340      CLOSE DESCARGA-FILE
003350      IF NOT DES-ENCABEZADO OR DES-MOMENTO NOT NUMERIC
003360          DISPLAY "La descarga " RA-NOMBRE-DESCARGA
003370              " no empieza con su encabezado."
003380          MOVE 8 TO RETURN-CODE
003390          SET RA-FIN-PROCESO-SI TO TRUE
003400          GO TO 1200-LEER-ENCABEZADO-EXIT
003410      END-IF
003420      MOVE DES-MOMENTO TO RA-MOMENTO-DESCARGA.
003430  1200-LEER-ENCABEZADO-EXIT.
003440      EXIT.

003450*----------------------------------------------------------------*
003460* 2000-REAPLICAR-LINEA                                           *
003470*     Lee la siguiente linea de la auditoria. Las anteriores a   *
003480*     la descarga ya estan en ella; las demas se aplican al      *
003490*     panel si su estatus es el anterior de la linea.            *
003500*----------------------------------------------------------------*
003510  2000-REAPLICAR-LINEA.
003520      READ AUDITORIA-FILE
003530          AT END
003540              SET RA-FIN-AUDITORIA-SI TO TRUE
003550              GO TO 2000-REAPLICAR-LINEA-EXIT
003560      END-READ
003570      ADD 1 TO RA-CTL-LEIDAS
003580      MOVE AUD-FECHA TO RA-AUD-FECHA
003590      MOVE AUD-HORA TO RA-AUD-HORA
003600      IF RA-MOMENTO-AUDITORIA < RA-MOMENTO-DESCARGA
003610          ADD 1 TO RA-CTL-ANTERIORES
003620          GO TO 2000-REAPLICAR-LINEA-EXIT
003630      END-IF
003640      ADD 1 TO RA-CTL-POSTERIORES
003650      MOVE AUD-PEDIDO TO INV-PEDIDO
003660      MOVE AUD-LINEA TO INV-LINEA
003670      READ INVENTARIO-FILE
003680          INVALID KEY
003690              MOVE "panel no esta en el maestro"
003700                  TO REA-DET-MOTIVO
003710              PERFORM 3000-RECHAZAR-LINEA
003720                  THRU 3000-RECHAZAR-LINEA-EXIT
003730              GO TO 2000-REAPLICAR-LINEA-EXIT
003740      END-READ
003750      EVALUATE TRUE
003760          WHEN INV-ESTATUS = AUD-ESTATUS-NUEVO
003770              ADD 1 TO RA-CTL-YA-APLICADAS
003780          WHEN INV-ESTATUS = AUD-ESTATUS-ANTERIOR
003790              PERFORM 2100-APLICAR-CAMBIO
003800                  THRU 2100-APLICAR-CAMBIO-EXIT
003810          WHEN OTHER
003820              MOVE SPACES TO REA-DET-MOTIVO
003830              STRING "el panel tiene estatus " DELIMITED BY SIZE
003840                  INV-ESTATUS DELIMITED BY SIZE
003850                  INTO REA-DET-MOTIVO
003860              PERFORM 3000-RECHAZAR-LINEA
003870                  THRU 3000-RECHAZAR-LINEA-EXIT
003880      END-EVALUATE.
003890  2000-REAPLICAR-LINEA-EXIT.
003900      EXIT.

003910*----------------------------------------------------------------*
003920* 2100-APLICAR-CAMBIO                                            *
003930*     Pone al panel el estatus nuevo de la linea y lo regraba.   *
003940*----------------------------------------------------------------*
003950  2100-APLICAR-CAMBIO.
003960      MOVE AUD-ESTATUS-NUEVO TO INV-ESTATUS
003970      REWRITE INV-REGISTRO
003980      IF RA-ESTADO-INVENTARIO NOT = "00"
003990          MOVE SPACES TO REA-DET-MOTIVO
004000          STRING "error al regrabar el panel, estado "
004010                  DELIMITED BY SIZE
004020              RA-ESTADO-INVENTARIO DELIMITED BY SIZE
004030              INTO REA-DET-MOTIVO
004040          PERFORM 3000-RECHAZAR-LINEA
004050              THRU 3000-RECHAZAR-LINEA-EXIT
004060          GO TO 2100-APLICAR-CAMBIO-EXIT
004070      END-IF
004080      ADD 1 TO RA-CTL-APLICADAS.
004090  2100-APLICAR-CAMBIO-EXIT.
004100      EXIT.

004110*----------------------------------------------------------------*
004120* 3000-RECHAZAR-LINEA                                            *
004130*     Cuenta la linea no aplicada y la escribe al reporte con su *
004140*     motivo (el llamador ya dejo REA-DET-MOTIVO listo). Sin     *
004150*     reporte disponible, solo sale por consola.                 *
004160*----------------------------------------------------------------*
004170  3000-RECHAZAR-LINEA.
004180      ADD 1 TO RA-CTL-NO-APLICADAS
004190      MOVE 4 TO RETURN-CODE
004200      MOVE AUD-PEDIDO TO REA-DET-PEDIDO
004210      MOVE AUD-LINEA TO REA-DET-LINEA
004220      MOVE AUD-ESTATUS-ANTERIOR TO REA-DET-ANTERIOR
004230      MOVE AUD-ESTATUS-NUEVO TO REA-DET-NUEVO
004240      DISPLAY "Linea no reaplicada " REA-DET-PEDIDO
004250          "/" REA-DET-LINEA ": "
004260          FUNCTION TRIM (REA-DET-MOTIVO)
004270      IF RA-REPORTE-DISPONIBLE
004280          WRITE REA-LINEA FROM REA-DETALLE
004290      END-IF.
004300  3000-RECHAZAR-LINEA-EXIT.
004310      EXIT.

004320*----------------------------------------------------------------*
004330* 9000-FINALIZAR                                                 *
004340*     Escribe las cifras de la corrida al final del reporte, las *
004350*     repite por consola y cierra archivos.                      *
004360*----------------------------------------------------------------*
004370  9000-FINALIZAR.
004380      IF RA-REPORTE-DISPONIBLE
004390          MOVE SPACES TO REA-LINEA
004400          WRITE REA-LINEA
004410          MOVE "LINEAS DE AUDITORIA:" TO REA-CIF-ETIQUETA
004420          MOVE RA-CTL-LEIDAS TO REA-CIF-CANT
004430          WRITE REA-LINEA FROM REA-CIFRA
004440          MOVE "ANTERIORES A LA DESCARGA:" TO REA-CIF-ETIQUETA
004450          MOVE RA-CTL-ANTERIORES TO REA-CIF-CANT
004460          WRITE REA-LINEA FROM REA-CIFRA
004470          MOVE "POSTERIORES A LA DESCARGA:" TO REA-CIF-ETIQUETA
004480          MOVE RA-CTL-POSTERIORES TO REA-CIF-CANT
004490          WRITE REA-LINEA FROM REA-CIFRA
004500          MOVE "CAMBIOS REAPLICADOS:" TO REA-CIF-ETIQUETA
004510          MOVE RA-CTL-APLICADAS TO REA-CIF-CANT
004520          WRITE REA-LINEA FROM REA-CIFRA
004530          MOVE "YA APLICADOS:" TO REA-CIF-ETIQUETA
004540          MOVE RA-CTL-YA-APLICADAS TO REA-CIF-CANT
004550          WRITE REA-LINEA FROM REA-CIFRA
004560          MOVE "NO APLICADOS:" TO REA-CIF-ETIQUETA
004570          MOVE RA-CTL-NO-APLICADAS TO REA-CIF-CANT
004580          WRITE REA-LINEA FROM REA-CIFRA
004590          CLOSE REAPLICA-FILE
004600      END-IF
004610      IF RA-INVENTARIO-ABIERTO-SI
004620          CLOSE INVENTARIO-FILE
004630      END-IF
004640      IF RA-AUDITORIA-ABIERTA-SI
004650          CLOSE AUDITORIA-FILE
004660          DISPLAY "Lineas de auditoria:        " RA-CTL-LEIDAS
004670          DISPLAY "Anteriores a la descarga:   " RA-CTL-ANTERIORES
004680          DISPLAY "Posteriores a la descarga:  "
004690              RA-CTL-POSTERIORES
004700          DISPLAY "Cambios reaplicados:        " RA-CTL-APLICADAS
004710          DISPLAY "Ya aplicados:               "
004720              RA-CTL-YA-APLICADAS
004730          DISPLAY "No aplicados:               "
004740              RA-CTL-NO-APLICADAS
004750      END-IF.
004760  9000-FINALIZAR-EXIT.
004770      EXIT.

004780*----------------------------------------------------------------*
004790* 9800-REGISTRAR-CORRIDA                                         *
004800*     Agrega el registro de esta corrida al diario de control    *
004810*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
004820*     tarjeta de parametros, cifras de control y RETURN-CODE     *
004830*     final, para el reporte MATUTINO. Si el diario no se puede  *
004840*     abrir solo se avisa; el RETURN-CODE de la corrida no       *
004850*     cambia.                                                    *
004860*----------------------------------------------------------------*
004870  9800-REGISTRAR-CORRIDA.
004880      MOVE "REAPLICA" TO COR-PROGRAMA
004890      IF RA-CON-PARAMETROS
004900          MOVE "S" TO COR-TARJETA
004910          MOVE PRM-REGISTRO TO COR-PARAMETROS
004920      ELSE
004930          MOVE "N" TO COR-TARJETA
004940          MOVE SPACES TO COR-PARAMETROS
004950      END-IF
004960      MOVE "LEIDAS" TO COR-CIFRA-NOMBRE (1)
004970      MOVE RA-CTL-LEIDAS TO COR-CIFRA-VALOR (1)
004980      MOVE "APLICADAS" TO COR-CIFRA-NOMBRE (2)
004990      MOVE RA-CTL-APLICADAS TO COR-CIFRA-VALOR (2)
005000      MOVE "YA APLICADAS" TO COR-CIFRA-NOMBRE (3)
005010      MOVE RA-CTL-YA-APLICADAS TO COR-CIFRA-VALOR (3)
005020      MOVE "NO APLICADAS" TO COR-CIFRA-NOMBRE (4)
005030      MOVE RA-CTL-NO-APLICADAS TO COR-CIFRA-VALOR (4)
005040      MOVE RETURN-CODE TO COR-RETORNO
005050      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
005060      ACCEPT COR-HORA-FIN FROM TIME
005070      OPEN EXTEND CORRIDAS-FILE
005080      IF RA-ESTADO-CORRIDAS = "35"
005090          OPEN OUTPUT CORRIDAS-FILE
005100          CLOSE CORRIDAS-FILE
005110          OPEN EXTEND CORRIDAS-FILE
005120      END-IF
005130      IF RA-ESTADO-CORRIDAS NOT = "00"
005140          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
005150              RA-ESTADO-CORRIDAS
005160          GO TO 9800-REGISTRAR-CORRIDA-EXIT
005170      END-IF
005180      WRITE COR-SALIDA FROM COR-REGISTRO
005190      CLOSE CORRIDAS-FILE.
005200  9800-REGISTRAR-CORRIDA-EXIT.
005210      EXIT.
