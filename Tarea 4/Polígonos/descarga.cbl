000010*================================================================*
000020* DESCARGA.CBL                                                   *
000030*================================================================*
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID. DESCARGA.
000060  AUTHOR. R. CASTRO VELAZQUEZ.
000070  INSTALLATION. TALLER DE CORTE - LINEA DE PANELES.
000080  DATE-WRITTEN. 2026-10-15.
000090  DATE-COMPILED.
000100*----------------------------------------------------------------*
000110* PROPOSITO.                                                     *
000120*     Descarga nocturna del maestro de inventario                *
000130*     (INVENTARIO-FILE, ver INVREC) a un archivo secuencial del  *
000140*     dia (INVENTAR.AAAAMMDD, ver DESREC): un encabezado con la  *
000150*     fecha y hora en que empezo la descarga, un registro por    *
000160*     panel en orden de clave y un registro de totales con las   *
000170*     cifras de control (paneles, suma de INV-AREA y suma de     *
000180*     INV-PERIMETRO). Corre al final de la cadena nocturna, sin  *
000190*     tarjeta ni consola. Si el maestro se dana, RECARGA lo      *
000200*     reconstruye desde la descarga y REAPLICA le vuelve a       *
000210*     aplicar los cambios de estatus de la auditoria hechos      *
000220*     despues de ella.                                           *
000230*                                                                *
000240*     Un error al leer el maestro o al escribir la descarga      *
000250*     termina la corrida con RETURN-CODE 8 y la descarga queda   *
000260*     sin registro de totales, de modo que RECARGA no la acepta. *
000270*                                                                *
000280* HISTORIAL DE MODIFICACIONES.                                   *
000290*     2026-10-15 RCV  Version original.                          *
000300*----------------------------------------------------------------*
000310  ENVIRONMENT DIVISION.
000320  INPUT-OUTPUT SECTION.
000330  FILE-CONTROL.
000340      SELECT INVENTARIO-FILE ASSIGN TO "INVENTAR"
000350          ORGANIZATION IS INDEXED
000360          ACCESS MODE IS SEQUENTIAL
000370          RECORD KEY IS INV-CLAVE
000380          FILE STATUS IS DS-ESTADO-INVENTARIO.
000390* La descarga se nombra en tiempo de corrida (INVENTAR.AAAAMMDD),
000400* asi que el ASSIGN va a un campo, como el archivo de periodo de
000410* BITARCHIVO.
000420      SELECT DESCARGA-FILE ASSIGN TO DS-NOMBRE-DESCARGA
000430          ORGANIZATION IS LINE SEQUENTIAL
000440          FILE STATUS IS DS-ESTADO-DESCARGA.
000450      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000460          ORGANIZATION IS LINE SEQUENTIAL
000470          FILE STATUS IS DS-ESTADO-CORRIDAS.

000480  DATA DIVISION.
000490  FILE SECTION.
000500  FD  INVENTARIO-FILE
000510      RECORD CONTAINS 307 CHARACTERS.
000520      COPY INVREC.

000530  FD  DESCARGA-FILE
000540      RECORD CONTAINS 308 CHARACTERS.
000550  01  DES-LINEA                  PIC X(308).

000560  FD  CORRIDAS-FILE
000570      RECORD CONTAINS 220 CHARACTERS.
000580  01  COR-SALIDA                 PIC X(220).

000590  WORKING-STORAGE SECTION.
000600*----------------------------------------------------------------*
000610* REGISTRO DE LA DESCARGA (ver DESREC).                          *
000620*----------------------------------------------------------------*
000630      COPY DESREC.
000640* Diario de control de corridas (9800, ver CORREC).
000650  77  DS-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
000660      COPY CORREC.

000670*----------------------------------------------------------------*
000680* INDICADORES, ESTADOS DE ARCHIVO Y NOMBRE DE LA DESCARGA.       *
000690*----------------------------------------------------------------*
000700  77  DS-ESTADO-INVENTARIO        PIC X(02) VALUE "00".
000710  77  DS-ESTADO-DESCARGA          PIC X(02) VALUE "00".
000720  77  DS-FIN-PROCESO              PIC X(01) VALUE "N".
000730      88  DS-FIN-PROCESO-SI                 VALUE "S".
000740  77  DS-FIN-INVENTARIO           PIC X(01) VALUE "N".
000750      88  DS-FIN-INVENTARIO-SI              VALUE "S".
000760  77  DS-DESCARGA-OK              PIC X(01) VALUE "S".
000770      88  DS-DESCARGA-BUENA                 VALUE "S".
000780  01  DS-MOMENTO.
000790      05  DS-FECHA                PIC 9(08) VALUE 0.
000800      05  DS-HORA                 PIC 9(08) VALUE 0.
000810  77  DS-NOMBRE-DESCARGA          PIC X(20) VALUE SPACES.

000820*----------------------------------------------------------------*
000830* CIFRAS DE CONTROL DE LA DESCARGA.                              *
000840*----------------------------------------------------------------*
000850  77  DS-LEIDOS                   PIC 9(09) VALUE 0.
000860  77  DS-DESCARGADOS              PIC 9(09) VALUE 0.
000870  77  DS-SUMA-AREA                PIC 9(25)V9(04) VALUE 0.
000880  77  DS-SUMA-PERIMETRO           PIC 9(17) VALUE 0.
000890  77  DS-CANT-EDIT                PIC Z(8)9.
000900  77  DS-AREA-EDIT                PIC Z(24)9.9999.
000910  77  DS-PERIMETRO-EDIT           PIC Z(16)9.

000920  PROCEDURE DIVISION.
000930*================================================================*
000940* 0000-MAINLINE                                                  *
000950*     Abre el maestro y la descarga del dia, copia panel por     *
000960*     panel y cierra la descarga con sus totales.                *
000970*================================================================*
000980  0000-MAINLINE.
000990      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
001000      ACCEPT COR-HORA-INICIO FROM TIME
001010      PERFORM 1000-INICIO
001020          THRU 1000-INICIO-EXIT
001030      PERFORM 2000-DESCARGAR-PANEL
001040          THRU 2000-DESCARGAR-PANEL-EXIT
001050          UNTIL DS-FIN-INVENTARIO-SI
001060      PERFORM 9000-FINALIZAR
001070          THRU 9000-FINALIZAR-EXIT
001080      PERFORM 9800-REGISTRAR-CORRIDA
001090          THRU 9800-REGISTRAR-CORRIDA-EXIT
001100      STOP RUN.

001110*----------------------------------------------------------------*
001120* 1000-INICIO                                                    *
001130*     Toma la fecha y hora de la descarga, arma su nombre, abre  *
001140*     el maestro y la descarga y escribe el encabezado.          *
001150*----------------------------------------------------------------*
001160  1000-INICIO.
001170      ACCEPT DS-FECHA FROM DATE YYYYMMDD
001180      ACCEPT DS-HORA FROM TIME
001190      STRING "INVENTAR." DELIMITED BY SIZE
001200          DS-FECHA DELIMITED BY SIZE
001210          INTO DS-NOMBRE-DESCARGA
001220      OPEN INPUT INVENTARIO-FILE
001230      IF DS-ESTADO-INVENTARIO NOT = "00"
001240          DISPLAY "No se pudo abrir INVENTARIO-FILE, estado: "
001250              DS-ESTADO-INVENTARIO
001260          MOVE 8 TO RETURN-CODE
001270          SET DS-FIN-INVENTARIO-SI TO TRUE
001280          SET DS-FIN-PROCESO-SI TO TRUE
001290          GO TO 1000-INICIO-EXIT
001300      END-IF
001310*    La descarga se abre en salida: una segunda corrida del mismo
001320*    dia la reemplaza con el maestro mas reciente. Las descargas
001330*    de dias anteriores no se tocan.
001340      OPEN OUTPUT DESCARGA-FILE
001350      IF DS-ESTADO-DESCARGA NOT = "00"
001360          DISPLAY "No se pudo abrir la descarga "
001370              DS-NOMBRE-DESCARGA ", estado: " DS-ESTADO-DESCARGA
001380          MOVE 8 TO RETURN-CODE
001390          CLOSE INVENTARIO-FILE
001400          SET DS-FIN-INVENTARIO-SI TO TRUE
001410          SET DS-FIN-PROCESO-SI TO TRUE
001420          GO TO 1000-INICIO-EXIT
001430      END-IF
001440      MOVE SPACES TO DES-PANEL-DATOS
001450      MOVE "E" TO DES-TIPO
001460      MOVE DS-MOMENTO TO DES-MOMENTO
001470      MOVE 0 TO DES-REGISTROS
001480      MOVE 0 TO DES-SUMA-AREA
001490      MOVE 0 TO DES-SUMA-PERIMETRO
001500      WRITE DES-LINEA FROM DES-REGISTRO
001510      IF DS-ESTADO-DESCARGA NOT = "00"
001520          DISPLAY "Error al escribir la descarga, estado: "
001530              DS-ESTADO-DESCARGA
001540          MOVE "N" TO DS-DESCARGA-OK
001550          SET DS-FIN-INVENTARIO-SI TO TRUE
001560      END-IF.
001570  1000-INICIO-EXIT.
001580      EXIT.

001590*----------------------------------------------------------------*
001600* 2000-DESCARGAR-PANEL                                           *
001610*     Lee el siguiente panel del maestro, lo suma a las cifras   *
001620*     de control y lo escribe a la descarga. Un error de         *
001630*     lectura o de escritura detiene la descarga.                *
001640*----------------------------------------------------------------*
001650  2000-DESCARGAR-PANEL.
001660      READ INVENTARIO-FILE NEXT RECORD
001670          AT END
001680              SET DS-FIN-INVENTARIO-SI TO TRUE
001690              GO TO 2000-DESCARGAR-PANEL-EXIT
001700      END-READ
001710      IF DS-ESTADO-INVENTARIO NOT = "00"
001720          DISPLAY "Error al leer INVENTARIO-FILE, estado: "
001730              DS-ESTADO-INVENTARIO
001740          MOVE "N" TO DS-DESCARGA-OK
001750          SET DS-FIN-INVENTARIO-SI TO TRUE
001760          GO TO 2000-DESCARGAR-PANEL-EXIT
001770      END-IF
001780      ADD 1 TO DS-LEIDOS
001790      MOVE "P" TO DES-TIPO
001800      MOVE INV-REGISTRO TO DES-PANEL-DATOS
001810      WRITE DES-LINEA FROM DES-REGISTRO
001820      IF DS-ESTADO-DESCARGA NOT = "00"
001830          DISPLAY "Error al escribir la descarga, estado: "
001840              DS-ESTADO-DESCARGA
001850          MOVE "N" TO DS-DESCARGA-OK
001860          SET DS-FIN-INVENTARIO-SI TO TRUE
001870          GO TO 2000-DESCARGAR-PANEL-EXIT
001880      END-IF
001890      ADD 1 TO DS-DESCARGADOS
001900      ADD INV-AREA TO DS-SUMA-AREA
001910      ADD INV-PERIMETRO TO DS-SUMA-PERIMETRO.
001920  2000-DESCARGAR-PANEL-EXIT.
001930      EXIT.

001940*----------------------------------------------------------------*
001950* 9000-FINALIZAR                                                 *
001960*     Cierra el maestro, escribe el registro de totales si la    *
001970*     descarga termino bien y reporta las cifras por consola.    *
001980*----------------------------------------------------------------*
001990  9000-FINALIZAR.
002000      IF DS-FIN-PROCESO-SI
002010          GO TO 9000-FINALIZAR-EXIT
002020      END-IF
002030      CLOSE INVENTARIO-FILE
002040      IF DS-DESCARGA-BUENA
002050          MOVE SPACES TO DES-PANEL-DATOS
002060          MOVE "T" TO DES-TIPO
002070          MOVE DS-MOMENTO TO DES-MOMENTO
002080          MOVE DS-DESCARGADOS TO DES-REGISTROS
002090          MOVE DS-SUMA-AREA TO DES-SUMA-AREA
002100          MOVE DS-SUMA-PERIMETRO TO DES-SUMA-PERIMETRO
002110          WRITE DES-LINEA FROM DES-REGISTRO
002120          IF DS-ESTADO-DESCARGA NOT = "00"
002130              DISPLAY "Error al escribir los totales de la "
002140                  "descarga, estado: " DS-ESTADO-DESCARGA
002150              MOVE "N" TO DS-DESCARGA-OK
002160          END-IF
002170      END-IF
002180      CLOSE DESCARGA-FILE
002190      IF NOT DS-DESCARGA-BUENA
002200          DISPLAY "La descarga " DS-NOMBRE-DESCARGA " quedo "
002210              "incompleta y no sirve para recargar."
002220          MOVE 8 TO RETURN-CODE
002230      END-IF
002240      DISPLAY "Descarga: " DS-NOMBRE-DESCARGA " de " DS-FECHA
002250          " " DS-HORA
002260      MOVE DS-LEIDOS TO DS-CANT-EDIT
002270      DISPLAY "Paneles leidos del maestro:   " DS-CANT-EDIT
002280      MOVE DS-DESCARGADOS TO DS-CANT-EDIT
002290      DISPLAY "Paneles descargados:          " DS-CANT-EDIT
002300      MOVE DS-SUMA-AREA TO DS-AREA-EDIT
002310      DISPLAY "Suma de areas:      " DS-AREA-EDIT
002320      MOVE DS-SUMA-PERIMETRO TO DS-PERIMETRO-EDIT
002330      DISPLAY "Suma de perimetros: " DS-PERIMETRO-EDIT.
002340  9000-FINALIZAR-EXIT.
002350      EXIT.

002360*----------------------------------------------------------------*
002370* 9800-REGISTRAR-CORRIDA                                         *
002380*     Agrega el registro de esta corrida al diario de control    *
002390*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
002400*     tarjeta de parametros, cifras de control y RETURN-CODE     *
002410*     final, para el reporte MATUTINO. Si el diario no se puede  *
002420*     abrir solo se avisa; el RETURN-CODE de la corrida no       *
002430*     cambia.                                                    *
002440*----------------------------------------------------------------*
002450  9800-REGISTRAR-CORRIDA.
002460      MOVE "DESCARGA" TO COR-PROGRAMA
002470      MOVE "N" TO COR-TARJETA
002480      MOVE SPACES TO COR-PARAMETROS
002490      MOVE "LEIDOS" TO COR-CIFRA-NOMBRE (1)
002500      MOVE DS-LEIDOS TO COR-CIFRA-VALOR (1)
002510      MOVE "DESCARGADOS" TO COR-CIFRA-NOMBRE (2)
002520      MOVE DS-DESCARGADOS TO COR-CIFRA-VALOR (2)
002530      MOVE SPACES TO COR-CIFRA-NOMBRE (3)
002540      MOVE 0 TO COR-CIFRA-VALOR (3)
002550      MOVE SPACES TO COR-CIFRA-NOMBRE (4)
002560      MOVE 0 TO COR-CIFRA-VALOR (4)
002570      MOVE RETURN-CODE TO COR-RETORNO
002580      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
002590      ACCEPT COR-HORA-FIN FROM TIME
002600      OPEN EXTEND CORRIDAS-FILE
002610      IF DS-ESTADO-CORRIDAS = "35"
002620          OPEN OUTPUT CORRIDAS-FILE
002630          CLOSE CORRIDAS-FILE
002640          OPEN EXTEND CORRIDAS-FILE
002650      END-IF
002660      IF DS-ESTADO-CORRIDAS NOT = "00"
002670          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
002680              DS-ESTADO-CORRIDAS
002690          GO TO 9800-REGISTRAR-CORRIDA-EXIT
002700      END-IF
002710      WRITE COR-SALIDA FROM COR-REGISTRO
002720      CLOSE CORRIDAS-FILE.
002730  9800-REGISTRAR-CORRIDA-EXIT.
002740      EXIT.
