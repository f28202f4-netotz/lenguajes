000010*================================================================*
000020* ENTRADAS.CBL                                                   *
000030*================================================================*
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID. ENTRADAS.
000060  AUTHOR. R. CASTRO VELAZQUEZ.
000070  INSTALLATION. TALLER DE CORTE - LINEA DE PANELES.
000080  DATE-WRITTEN. 2026-10-08.
000090  DATE-COMPILED.
000100*----------------------------------------------------------------*
000110* PROPOSITO.                                                     *
000120*     Aplica en lote el archivo diario de movimientos de lamina  *
000130*     del almacen (ENTLAM-FILE, ver ENLREC) sobre el maestro de  *
000140*     existencias (EXISTLAM-FILE, ver EXLREC):                   *
000150*       E  entrada de proveedor: suma a la existencia;           *
000160*       P  punto de reorden: lo reemplaza;                       *
000170*       F  conteo fisico: reemplaza la existencia.               *
000180*     La lamina debe existir en el maestro de laminas            *
000190*     (LAMINAS-FILE, ver LAMREC); la primera vez que se mueve se *
000200*     da de alta en existencias. Un movimiento de tipo no        *
000210*     reconocido, de lamina desconocida, con cantidad o fecha    *
000220*     invalidas se rechaza al reporte de excepciones             *
000230*     (EXCELAM-FILE) y el maestro no se toca; con algun rechazo  *
000240*     la corrida termina con RETURN-CODE 4. Las salidas las      *
000250*     descuenta TRANSPISO al cortar.                             *
000260*                                                                *
000270* HISTORIAL DE MODIFICACIONES.                                   *
000280*     2026-10-08 RCV  Version original.                          *
000281*     2026-10-15 RCV  Sin ENTLAM-FILE la corrida termina con     *
000282*                     RETURN-CODE 8; la corrida se registra en   *
000283*                     el diario de corridas (CORRIDAS-FILE,      *
000284*                     9800).                                     *
000290*----------------------------------------------------------------*
000300  ENVIRONMENT DIVISION.
000310  INPUT-OUTPUT SECTION.
000320  FILE-CONTROL.
000330      SELECT ENTLAM-FILE ASSIGN TO "ENTLAM"
000340          ORGANIZATION IS LINE SEQUENTIAL
000350          FILE STATUS IS EN-ESTADO-ENTLAM.
000360      SELECT LAMINAS-FILE ASSIGN TO "LAMINAS"
000370          ORGANIZATION IS LINE SEQUENTIAL
000380          FILE STATUS IS EN-ESTADO-LAMINAS.
000390      SELECT EXISTLAM-FILE ASSIGN TO "EXISTLAM"
000400          ORGANIZATION IS INDEXED
000410          ACCESS MODE IS RANDOM
000420          RECORD KEY IS EXL-CODIGO
000430          FILE STATUS IS EN-ESTADO-EXISTLAM.
000440      SELECT EXCELAM-FILE ASSIGN TO "EXCELAM"
000450          ORGANIZATION IS LINE SEQUENTIAL
000460          FILE STATUS IS EN-ESTADO-EXCEPCION.
000461      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000462          ORGANIZATION IS LINE SEQUENTIAL
000463          FILE STATUS IS EN-ESTADO-CORRIDAS.

000470  DATA DIVISION.
000480  FILE SECTION.
000490  FD  ENTLAM-FILE
000500      RECORD CONTAINS 34 CHARACTERS.
000510      COPY ENLREC.

000520  FD  LAMINAS-FILE
000530      RECORD CONTAINS 29 CHARACTERS.
000540      COPY LAMREC.

000550  FD  EXISTLAM-FILE
000560      RECORD CONTAINS 80 CHARACTERS.
000570      COPY EXLREC.

000580  FD  EXCELAM-FILE
000590      RECORD CONTAINS 80 CHARACTERS.
000600  01  EXC-LINEA                  PIC X(80).

000601  FD  CORRIDAS-FILE
000602      RECORD CONTAINS 220 CHARACTERS.
000603  01  COR-SALIDA                 PIC X(220).

000610  WORKING-STORAGE SECTION.
000620*----------------------------------------------------------------*
000630* INDICADORES Y ESTADOS DE ARCHIVO.                              *
000640* Sin movimientos, sin maestro de laminas o sin existencias la   *
000650* corrida no arranca (RETURN-CODE 8): el archivo de movimientos  *
000660* llega todos los dias, y si no se pudo abrir la cadena debe     *
000670* enterarse antes de que REORDEN reporte existencias viejas.     *
000680*----------------------------------------------------------------*
000690  77  EN-ESTADO-ENTLAM            PIC X(02) VALUE "00".
000700  77  EN-ESTADO-LAMINAS           PIC X(02) VALUE "00".
000710  77  EN-ESTADO-EXISTLAM          PIC X(02) VALUE "00".
000720  77  EN-ESTADO-EXCEPCION         PIC X(02) VALUE "00".
000730  77  EN-FIN-PROCESO              PIC X(01) VALUE "N".
000740      88  EN-FIN-PROCESO-SI                 VALUE "S".
000750  77  EN-FIN-LAMINAS              PIC X(01) VALUE "N".
000760      88  EN-FIN-LAMINAS-SI                 VALUE "S".
000770  77  EN-ENTLAM-ABIERTO           PIC X(01) VALUE "N".
000780      88  EN-ENTLAM-ABIERTO-SI              VALUE "S".
000790  77  EN-EXISTLAM-ABIERTO         PIC X(01) VALUE "N".
000800      88  EN-EXISTLAM-ABIERTO-SI            VALUE "S".
000810  77  EN-EXCEPCION-OK             PIC X(01) VALUE "N".
000820      88  EN-EXCEPCION-DISPONIBLE           VALUE "S".
000830  77  EN-MOVIMIENTO-OK            PIC X(01) VALUE "S".
000840      88  EN-MOVIMIENTO-VALIDO              VALUE "S".
000850  77  EN-EXL-EXISTE               PIC X(01) VALUE "N".
000860      88  EN-EXL-YA-EXISTE                  VALUE "S".
000861* Diario de control de corridas (9800, ver CORREC).
000862  77  EN-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
000863      COPY CORREC.

000870*----------------------------------------------------------------*
000880* CODIGOS DEL MAESTRO DE LAMINAS (validacion de movimientos).    *
000890*----------------------------------------------------------------*
000900  77  EN-TOTAL-LAMINAS            PIC 9(03) COMP VALUE 0.
000910  01  EN-TABLA-LAMINAS.
000920      05  EN-LAMINA-CODIGO        PIC X(08) OCCURS 100 TIMES.
000930  77  EN-LAMINA-INDICE            PIC 9(03) COMP VALUE 0.
000940  77  EN-LAMINA-HALLADA           PIC X(01) VALUE "N".
000950      88  EN-LAMINA-SE-HALLO                VALUE "S".

000960*----------------------------------------------------------------*
000970* CIFRAS DE LA CORRIDA.                                          *
000980*----------------------------------------------------------------*
000990  77  EN-CTL-LEIDOS               PIC 9(06) VALUE 0.
001000  77  EN-CTL-ENTRADAS             PIC 9(06) VALUE 0.
001010  77  EN-CTL-REORDEN              PIC 9(06) VALUE 0.
001020  77  EN-CTL-CONTEOS              PIC 9(06) VALUE 0.
001030  77  EN-CTL-RECHAZADOS           PIC 9(06) VALUE 0.
001040  77  EN-CTL-ALTAS                PIC 9(06) VALUE 0.
001050  77  EN-CTL-LAMINAS-RECIBIDAS    PIC 9(09) VALUE 0.
001060  77  EN-CANT-EDIT                PIC Z(5)9.
001070  77  EN-LAMINAS-EDIT             PIC Z(8)9.

001080*----------------------------------------------------------------*
001090* LINEAS DEL REPORTE DE EXCEPCIONES Y CIFRAS.                    *
001100*----------------------------------------------------------------*
001110  01  EXC-ENCABEZADO.
001120      05  FILLER                  PIC X(42) VALUE
001130          "EXCEPCIONES DE MOVIMIENTOS DE LAMINA      ".
001140      05  EXC-ENC-FECHA           PIC 9(08).
001150      05  FILLER                  PIC X(30) VALUE SPACES.
001160  01  EXC-DETALLE.
001170      05  FILLER                  PIC X(02) VALUE SPACES.
001180      05  EXC-DET-TIPO            PIC X(01).
001190      05  FILLER                  PIC X(01) VALUE SPACES.
001200      05  EXC-DET-CODIGO          PIC X(08).
001210      05  FILLER                  PIC X(01) VALUE SPACES.
001220      05  EXC-DET-CANTIDAD        PIC X(07).
001230      05  FILLER                  PIC X(01) VALUE SPACES.
001240      05  EXC-DET-REFERENCIA      PIC X(10).
001250      05  FILLER                  PIC X(02) VALUE SPACES.
001260      05  EXC-DET-MOTIVO          PIC X(40).
001270      05  FILLER                  PIC X(07) VALUE SPACES.
001280  01  EXC-CIFRA.
001290      05  FILLER                  PIC X(02) VALUE SPACES.
001300      05  EXC-CIF-ETIQUETA        PIC X(26).
001310      05  EXC-CIF-CANT            PIC Z(8)9.
001320      05  FILLER                  PIC X(43) VALUE SPACES.

001330  PROCEDURE DIVISION.
001340*================================================================*
001350* 0000-MAINLINE                                                  *
001360*     Abre archivos, carga los codigos de lamina, aplica el      *
001370*     lote de movimientos completo y reporta las cifras.         *
001380*================================================================*
001390  0000-MAINLINE.
001391      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
001392      ACCEPT COR-HORA-INICIO FROM TIME
001400      PERFORM 1000-INICIO
001410          THRU 1000-INICIO-EXIT
001420      PERFORM 2000-PROCESAR-MOVIMIENTO
001430          THRU 2000-PROCESAR-MOVIMIENTO-EXIT
001440          UNTIL EN-FIN-PROCESO-SI
001450      PERFORM 9000-FINALIZAR
001460          THRU 9000-FINALIZAR-EXIT
001461      PERFORM 9800-REGISTRAR-CORRIDA
001462          THRU 9800-REGISTRAR-CORRIDA-EXIT
001470      STOP RUN.

001480*----------------------------------------------------------------*
001490* 1000-INICIO                                                    *
001500*     Carga los codigos del maestro de laminas, abre los         *
001510*     movimientos, el maestro de existencias (creandolo vacio    *
001520*     la primera vez) y el reporte de excepciones.               *
001530*----------------------------------------------------------------*
001540  1000-INICIO.
001550      PERFORM 1100-CARGAR-LAMINAS
001560          THRU 1100-CARGAR-LAMINAS-EXIT
001570      IF EN-FIN-PROCESO-SI
001580          GO TO 1000-INICIO-EXIT
001590      END-IF
001600      OPEN INPUT ENTLAM-FILE
001610      IF EN-ESTADO-ENTLAM NOT = "00"
001620          DISPLAY "No se pudo abrir ENTLAM-FILE, estado: "
001630              EN-ESTADO-ENTLAM
001635          MOVE 8 TO RETURN-CODE
001640          SET EN-FIN-PROCESO-SI TO TRUE
001650          GO TO 1000-INICIO-EXIT
001660      END-IF
001670      SET EN-ENTLAM-ABIERTO-SI TO TRUE
001680      OPEN I-O EXISTLAM-FILE
001690      IF EN-ESTADO-EXISTLAM = "35"
001700          OPEN OUTPUT EXISTLAM-FILE
001710          CLOSE EXISTLAM-FILE
001720          OPEN I-O EXISTLAM-FILE
001730      END-IF
001740      IF EN-ESTADO-EXISTLAM NOT = "00"
001750          DISPLAY "No se pudo abrir EXISTLAM-FILE, estado: "
001760              EN-ESTADO-EXISTLAM
001770          MOVE 8 TO RETURN-CODE
001780          SET EN-FIN-PROCESO-SI TO TRUE
001790          GO TO 1000-INICIO-EXIT
001800      END-IF
001810      SET EN-EXISTLAM-ABIERTO-SI TO TRUE
001820      OPEN OUTPUT EXCELAM-FILE
001830      IF EN-ESTADO-EXCEPCION = "00"
001840          MOVE "S" TO EN-EXCEPCION-OK
001850          ACCEPT EXC-ENC-FECHA FROM DATE YYYYMMDD
001860          WRITE EXC-LINEA FROM EXC-ENCABEZADO
001870          MOVE SPACES TO EXC-LINEA
001880          WRITE EXC-LINEA
001890      ELSE
001900          DISPLAY "No se pudo abrir EXCELAM-FILE, estado: "
001910              EN-ESTADO-EXCEPCION
001920          DISPLAY "Las excepciones solo saldran por consola."
001930      END-IF.
001940  1000-INICIO-EXIT.
001950      EXIT.

001960*----------------------------------------------------------------*
001970* 1100-CARGAR-LAMINAS                                            *
001980*     Lee LAMINAS-FILE completo a la tabla de codigos validos.   *
001990*     Sin maestro de laminas la corrida no arranca.              *
002000*----------------------------------------------------------------*
002010  1100-CARGAR-LAMINAS.
002020      OPEN INPUT LAMINAS-FILE
002030      IF EN-ESTADO-LAMINAS NOT = "00"
002040          DISPLAY "No se pudo abrir LAMINAS-FILE, estado: "
002050              EN-ESTADO-LAMINAS
002060          MOVE 8 TO RETURN-CODE
002070          SET EN-FIN-PROCESO-SI TO TRUE
002080          GO TO 1100-CARGAR-LAMINAS-EXIT
002090      END-IF
002100      PERFORM 1110-LEER-LAMINA
002110          THRU 1110-LEER-LAMINA-EXIT
002120          UNTIL EN-FIN-LAMINAS-SI
002130      CLOSE LAMINAS-FILE.
002140  1100-CARGAR-LAMINAS-EXIT.
002150      EXIT.

002160*----------------------------------------------------------------*
002170* 1110-LEER-LAMINA                                               *
002180*     Una pasada de la carga: guarda el codigo en la tabla.      *
002190*----------------------------------------------------------------*
002200  1110-LEER-LAMINA.
002210      READ LAMINAS-FILE
002220          AT END
002230              SET EN-FIN-LAMINAS-SI TO TRUE
002240              GO TO 1110-LEER-LAMINA-EXIT
002250      END-READ
002260      IF EN-TOTAL-LAMINAS < 100
002270          ADD 1 TO EN-TOTAL-LAMINAS
002280          MOVE LAM-CODIGO TO EN-LAMINA-CODIGO (EN-TOTAL-LAMINAS)
002290      ELSE
002300          DISPLAY "Tabla de laminas llena; se ignora " LAM-CODIGO
002310      END-IF.
002320  1110-LEER-LAMINA-EXIT.
002330      EXIT.

002340*----------------------------------------------------------------*
002350* 2000-PROCESAR-MOVIMIENTO                                       *
002360*     Lee el siguiente movimiento, lo valida (2100) y lo aplica  *
002370*     sobre el registro de existencias de su lamina (2200).      *
002380*----------------------------------------------------------------*
002390  2000-PROCESAR-MOVIMIENTO.
002400      READ ENTLAM-FILE
002410          AT END
002420              SET EN-FIN-PROCESO-SI TO TRUE
002430              GO TO 2000-PROCESAR-MOVIMIENTO-EXIT
002440      END-READ
002450      ADD 1 TO EN-CTL-LEIDOS
002460      PERFORM 2100-VALIDAR-MOVIMIENTO
002470          THRU 2100-VALIDAR-MOVIMIENTO-EXIT
002480      IF NOT EN-MOVIMIENTO-VALIDO
002490          GO TO 2000-PROCESAR-MOVIMIENTO-EXIT
002500      END-IF
002510      PERFORM 2200-APLICAR-MOVIMIENTO
002520          THRU 2200-APLICAR-MOVIMIENTO-EXIT.
002530  2000-PROCESAR-MOVIMIENTO-EXIT.
002540      EXIT.

002550*----------------------------------------------------------------*
002560* 2100-VALIDAR-MOVIMIENTO                                        *
002570*     Verifica tipo, lamina, cantidad y fecha del movimiento.    *
002580*     Todo movimiento invalido se rechaza aqui mismo (3000) con  *
002590*     su motivo y deja EN-MOVIMIENTO-OK en "N". Una entrada en   *
002600*     cero no tiene sentido; un punto de reorden o un conteo en  *
002610*     cero si.                                                   *
002620*----------------------------------------------------------------*
002630  2100-VALIDAR-MOVIMIENTO.
002640      MOVE "N" TO EN-MOVIMIENTO-OK
002650      IF NOT ENL-ENTRADA AND NOT ENL-REORDEN AND NOT ENL-CONTEO
002660          MOVE "tipo de movimiento no reconocido"
002670              TO EXC-DET-MOTIVO
002680          PERFORM 3000-RECHAZAR-MOVIMIENTO
002690              THRU 3000-RECHAZAR-MOVIMIENTO-EXIT
002700          GO TO 2100-VALIDAR-MOVIMIENTO-EXIT
002710      END-IF
002720      MOVE "N" TO EN-LAMINA-HALLADA
002730      MOVE 1 TO EN-LAMINA-INDICE
002740      PERFORM 2110-COMPARAR-LAMINA
002750          THRU 2110-COMPARAR-LAMINA-EXIT
002760          UNTIL EN-LAMINA-INDICE > EN-TOTAL-LAMINAS
002770              OR EN-LAMINA-SE-HALLO
002780      IF NOT EN-LAMINA-SE-HALLO
002790          MOVE "lamina no esta en el maestro de laminas"
002800              TO EXC-DET-MOTIVO
002810          PERFORM 3000-RECHAZAR-MOVIMIENTO
002820              THRU 3000-RECHAZAR-MOVIMIENTO-EXIT
002830          GO TO 2100-VALIDAR-MOVIMIENTO-EXIT
002840      END-IF
002850      IF ENL-CANTIDAD NOT NUMERIC
002860              OR (ENL-ENTRADA AND ENL-CANTIDAD = 0)
002870          MOVE "cantidad invalida" TO EXC-DET-MOTIVO
002880          PERFORM 3000-RECHAZAR-MOVIMIENTO
002890              THRU 3000-RECHAZAR-MOVIMIENTO-EXIT
002900          GO TO 2100-VALIDAR-MOVIMIENTO-EXIT
002910      END-IF
002920      IF ENL-FECHA NOT NUMERIC OR ENL-FECHA = 0
002930          MOVE "fecha invalida" TO EXC-DET-MOTIVO
002940          PERFORM 3000-RECHAZAR-MOVIMIENTO
002950              THRU 3000-RECHAZAR-MOVIMIENTO-EXIT
002960          GO TO 2100-VALIDAR-MOVIMIENTO-EXIT
002970      END-IF
002980      MOVE "S" TO EN-MOVIMIENTO-OK.
002990  2100-VALIDAR-MOVIMIENTO-EXIT.
003000      EXIT.

003010  2110-COMPARAR-LAMINA.
003020      IF EN-LAMINA-CODIGO (EN-LAMINA-INDICE) = ENL-CODIGO
003030          SET EN-LAMINA-SE-HALLO TO TRUE
003040      ELSE
003050          ADD 1 TO EN-LAMINA-INDICE
003060      END-IF.
003070  2110-COMPARAR-LAMINA-EXIT.
003080      EXIT.

003090*----------------------------------------------------------------*
003100* 2200-APLICAR-MOVIMIENTO                                        *
003110*     Lee el registro de existencias de la lamina (o lo arma en  *
003120*     cero si es la primera vez que se mueve), le aplica el      *
003130*     movimiento segun su tipo y lo graba.                       *
003140*----------------------------------------------------------------*
003150  2200-APLICAR-MOVIMIENTO.
003160      MOVE ENL-CODIGO TO EXL-CODIGO
003170      READ EXISTLAM-FILE
003180          INVALID KEY
003190              MOVE "N" TO EN-EXL-EXISTE
003200              MOVE SPACES TO EXL-REGISTRO
003210              MOVE ENL-CODIGO TO EXL-CODIGO
003220              MOVE 0 TO EXL-EXISTENCIA
003230              MOVE 0 TO EXL-PUNTO-REORDEN
003240              MOVE 0 TO EXL-ENTRADAS
003250              MOVE 0 TO EXL-SALIDAS
003260              MOVE 0 TO EXL-FECHA-ULT-ENTRADA
003270              MOVE 0 TO EXL-FECHA-ULT-SALIDA
003280          NOT INVALID KEY
003290              MOVE "S" TO EN-EXL-EXISTE
003300      END-READ
003310      EVALUATE TRUE
003320          WHEN ENL-ENTRADA
003330              ADD ENL-CANTIDAD TO EXL-EXISTENCIA
003340              ADD ENL-CANTIDAD TO EXL-ENTRADAS
003350              MOVE ENL-FECHA TO EXL-FECHA-ULT-ENTRADA
003360          WHEN ENL-REORDEN
003370              MOVE ENL-CANTIDAD TO EXL-PUNTO-REORDEN
003380          WHEN ENL-CONTEO
003390              MOVE ENL-CANTIDAD TO EXL-EXISTENCIA
003400      END-EVALUATE
003410      IF EN-EXL-YA-EXISTE
003420          REWRITE EXL-REGISTRO
003430      ELSE
003440          WRITE EXL-REGISTRO
003450      END-IF
003460      IF EN-ESTADO-EXISTLAM NOT = "00"
003470          MOVE "no se pudo grabar la existencia"
003480              TO EXC-DET-MOTIVO
003490          PERFORM 3000-RECHAZAR-MOVIMIENTO
003500              THRU 3000-RECHAZAR-MOVIMIENTO-EXIT
003510          GO TO 2200-APLICAR-MOVIMIENTO-EXIT
003520      END-IF
003530      IF NOT EN-EXL-YA-EXISTE
003540          ADD 1 TO EN-CTL-ALTAS
003550      END-IF
003560      EVALUATE TRUE
003570          WHEN ENL-ENTRADA
003580              ADD 1 TO EN-CTL-ENTRADAS
003590              ADD ENL-CANTIDAD TO EN-CTL-LAMINAS-RECIBIDAS
003600          WHEN ENL-REORDEN
003610              ADD 1 TO EN-CTL-REORDEN
003620          WHEN ENL-CONTEO
003630              ADD 1 TO EN-CTL-CONTEOS
003640      END-EVALUATE.
003650  2200-APLICAR-MOVIMIENTO-EXIT.
003660      EXIT.

003670*----------------------------------------------------------------*
003680* 3000-RECHAZAR-MOVIMIENTO                                       *
003690*     Cuenta el movimiento rechazado y lo escribe al reporte de  *
003700*     excepciones con su motivo (el llamador ya dejo             *
003710*     EXC-DET-MOTIVO listo). Sin reporte disponible, la          *
003720*     excepcion solo sale por consola.                           *
003730*----------------------------------------------------------------*
003740  3000-RECHAZAR-MOVIMIENTO.
003750      ADD 1 TO EN-CTL-RECHAZADOS
003760      MOVE ENL-TIPO TO EXC-DET-TIPO
003770      MOVE ENL-CODIGO TO EXC-DET-CODIGO
003780      MOVE ENL-CANTIDAD TO EXC-DET-CANTIDAD
003790      MOVE ENL-REFERENCIA TO EXC-DET-REFERENCIA
003800      DISPLAY "Movimiento rechazado " EXC-DET-TIPO " "
003810          EXC-DET-CODIGO ": " FUNCTION TRIM (EXC-DET-MOTIVO)
003820      IF EN-EXCEPCION-DISPONIBLE
003830          WRITE EXC-LINEA FROM EXC-DETALLE
003840      END-IF.
003850  3000-RECHAZAR-MOVIMIENTO-EXIT.
003860      EXIT.

003870*----------------------------------------------------------------*
003880* 9000-FINALIZAR                                                 *
003890*     Escribe las cifras de la corrida al final del reporte de   *
003900*     excepciones, las repite por consola y cierra archivos.     *
003910*     Con algun movimiento rechazado la corrida termina con      *
003920*     RETURN-CODE 4.                                             *
003930*----------------------------------------------------------------*
003940  9000-FINALIZAR.
003950      IF EN-EXCEPCION-DISPONIBLE
003960          MOVE SPACES TO EXC-LINEA
003970          WRITE EXC-LINEA
003980          MOVE "MOVIMIENTOS LEIDOS:" TO EXC-CIF-ETIQUETA
003990          MOVE EN-CTL-LEIDOS TO EXC-CIF-CANT
004000          WRITE EXC-LINEA FROM EXC-CIFRA
004010          MOVE "ENTRADAS APLICADAS:" TO EXC-CIF-ETIQUETA
004020          MOVE EN-CTL-ENTRADAS TO EXC-CIF-CANT
004030          WRITE EXC-LINEA FROM EXC-CIFRA
004040          MOVE "LAMINAS RECIBIDAS:" TO EXC-CIF-ETIQUETA
004050          MOVE EN-CTL-LAMINAS-RECIBIDAS TO EXC-CIF-CANT
004060          WRITE EXC-LINEA FROM EXC-CIFRA
004070          MOVE "PUNTOS DE REORDEN:" TO EXC-CIF-ETIQUETA
004080          MOVE EN-CTL-REORDEN TO EXC-CIF-CANT
004090          WRITE EXC-LINEA FROM EXC-CIFRA
004100          MOVE "CONTEOS FISICOS:" TO EXC-CIF-ETIQUETA
004110          MOVE EN-CTL-CONTEOS TO EXC-CIF-CANT
004120          WRITE EXC-LINEA FROM EXC-CIFRA
004130          MOVE "LAMINAS DADAS DE ALTA:" TO EXC-CIF-ETIQUETA
004140          MOVE EN-CTL-ALTAS TO EXC-CIF-CANT
004150          WRITE EXC-LINEA FROM EXC-CIFRA
004160          MOVE "MOVIMIENTOS RECHAZADOS:" TO EXC-CIF-ETIQUETA
004170          MOVE EN-CTL-RECHAZADOS TO EXC-CIF-CANT
004180          WRITE EXC-LINEA FROM EXC-CIFRA
004190          CLOSE EXCELAM-FILE
004200      END-IF
004210      IF EN-EXISTLAM-ABIERTO-SI
004220          CLOSE EXISTLAM-FILE
004230      END-IF
004240      IF EN-ENTLAM-ABIERTO-SI
004250          CLOSE ENTLAM-FILE
004260      END-IF
004270      MOVE EN-CTL-LEIDOS TO EN-CANT-EDIT
004280      DISPLAY "Movimientos leidos:     " EN-CANT-EDIT
004290      MOVE EN-CTL-ENTRADAS TO EN-CANT-EDIT
004300      DISPLAY "Entradas aplicadas:     " EN-CANT-EDIT
004310      MOVE EN-CTL-LAMINAS-RECIBIDAS TO EN-LAMINAS-EDIT
004320      DISPLAY "Laminas recibidas:   " EN-LAMINAS-EDIT
004330      MOVE EN-CTL-REORDEN TO EN-CANT-EDIT
004340      DISPLAY "Puntos de reorden:      " EN-CANT-EDIT
004350      MOVE EN-CTL-CONTEOS TO EN-CANT-EDIT
004360      DISPLAY "Conteos fisicos:        " EN-CANT-EDIT
004370      MOVE EN-CTL-RECHAZADOS TO EN-CANT-EDIT
004380      DISPLAY "Movimientos rechazados: " EN-CANT-EDIT
004390      IF EN-CTL-RECHAZADOS > 0 AND RETURN-CODE = 0
004400          MOVE 4 TO RETURN-CODE
004410      END-IF.
004420  9000-FINALIZAR-EXIT.
004430      EXIT.

004440*----------------------------------------------------------------*
004450* 9800-REGISTRAR-CORRIDA                                         *
004460*     Agrega el registro de esta corrida al diario de control    *
004470*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
004480*     cifras de control y RETURN-CODE final, para el reporte     *
004490*     MATUTINO. La corrida no usa tarjeta de parametros. Si el   *
004500*     diario no se puede abrir solo se avisa; el RETURN-CODE de  *
004510*     la corrida no cambia.                                      *
004520*----------------------------------------------------------------*
004530  9800-REGISTRAR-CORRIDA.
004540      MOVE "ENTRADAS" TO COR-PROGRAMA
004550      MOVE "N" TO COR-TARJETA
004560      MOVE SPACES TO COR-PARAMETROS
004570      MOVE "LEIDOS" TO COR-CIFRA-NOMBRE (1)
004580      MOVE EN-CTL-LEIDOS TO COR-CIFRA-VALOR (1)
004590      MOVE "ENTRADAS" TO COR-CIFRA-NOMBRE (2)
004600      MOVE EN-CTL-ENTRADAS TO COR-CIFRA-VALOR (2)
004610      MOVE "RECHAZADOS" TO COR-CIFRA-NOMBRE (3)
004620      MOVE EN-CTL-RECHAZADOS TO COR-CIFRA-VALOR (3)
004630      MOVE "ALTAS" TO COR-CIFRA-NOMBRE (4)
004640      MOVE EN-CTL-ALTAS TO COR-CIFRA-VALOR (4)
004650      MOVE RETURN-CODE TO COR-RETORNO
004660      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
004670      ACCEPT COR-HORA-FIN FROM TIME
004680      OPEN EXTEND CORRIDAS-FILE
004690      IF EN-ESTADO-CORRIDAS = "35"
004700          OPEN OUTPUT CORRIDAS-FILE
004710          CLOSE CORRIDAS-FILE
004720          OPEN EXTEND CORRIDAS-FILE
004730      END-IF
004740      IF EN-ESTADO-CORRIDAS NOT = "00"
004750          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
004760              EN-ESTADO-CORRIDAS
004770          GO TO 9800-REGISTRAR-CORRIDA-EXIT
004780      END-IF
004790      WRITE COR-SALIDA FROM COR-REGISTRO
004800      CLOSE CORRIDAS-FILE.
004810  9800-REGISTRAR-CORRIDA-EXIT.
004820      EXIT.
