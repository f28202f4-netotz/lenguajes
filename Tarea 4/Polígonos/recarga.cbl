000010*================================================================*
000020* RECARGA.CBL                                                    *
000030*================================================================*
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID. RECARGA.
000060  AUTHOR. R. CASTRO VELAZQUEZ.
000070  INSTALLATION. TALLER DE CORTE - LINEA DE PANELES.
000080  DATE-WRITTEN. 2026-10-15.
000090  DATE-COMPILED.
000100*----------------------------------------------------------------*
000110* PROPOSITO.                                                     *
000120*     Reconstruye el maestro de inventario (INVENTARIO-FILE, ver *
000130*     INVREC) desde una descarga de DESCARGA (INVENTAR.AAAAMMDD, *
000140*     ver DESREC), cuando el maestro se dano. Trabaja en tres    *
000150*     pasadas:                                                   *
000160*     - comprueba la descarga completa contra su registro de     *
000170*       totales (paneles, suma de areas y de perimetros) y que   *
000180*       las claves vengan en orden; una descarga incompleta, que *
000190*       no cuadra o fuera de orden no se carga y el maestro no   *
000200*       se toca;                                                 *
000210*     - crea el maestro de nuevo y graba en el cada panel de la  *
000220*       descarga;                                                *
000230*     - relee el maestro recargado y comprueba que sus cifras    *
000240*       sean las de la descarga.                                 *
000250*     El dia de la descarga viene de PRM-FECHA-DESDE (0 = hoy) y *
000260*     la autorizacion de PRM-REEMPLAZO (debe ser S) en la        *
000270*     tarjeta de parametros (ver PARMREC), o se piden por        *
000280*     consola. Sin autorizacion, fecha invalida o descarga que   *
000290*     no sirve, RETURN-CODE 8.                                   *
000300*                                                                *
000310*     El maestro recargado queda como estaba al tomar la         *
000320*     descarga: despues se corre REAPLICA para volver a aplicar  *
000330*     los cambios de estatus posteriores de la auditoria.        *
000340*                                                                *
000350* HISTORIAL DE MODIFICACIONES.                                   *
000360*     2026-10-15 RCV  Version original.                          *
000370*----------------------------------------------------------------*
000380  ENVIRONMENT DIVISION.
000390  INPUT-OUTPUT SECTION.
000400  FILE-CONTROL.
000410* La descarga se nombra en tiempo de corrida (INVENTAR.AAAAMMDD),
000420* asi que el ASSIGN va a un campo, como en DESCARGA.
000430      SELECT DESCARGA-FILE ASSIGN TO RG-NOMBRE-DESCARGA
000440          ORGANIZATION IS LINE SEQUENTIAL
000450          FILE STATUS IS RG-ESTADO-DESCARGA.
000460      SELECT INVENTARIO-FILE ASSIGN TO "INVENTAR"
000470          ORGANIZATION IS INDEXED
000480          ACCESS MODE IS SEQUENTIAL
000490          RECORD KEY IS INV-CLAVE
000500          FILE STATUS IS RG-ESTADO-INVENTARIO.
000510      SELECT PARAMS-FILE ASSIGN TO "PARAMS"
000520          ORGANIZATION IS LINE SEQUENTIAL
000530          FILE STATUS IS RG-ESTADO-PARAMS.
000540      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000550          ORGANIZATION IS LINE SEQUENTIAL
000560          FILE STATUS IS RG-ESTADO-CORRIDAS.

000570  DATA DIVISION.
000580  FILE SECTION.
000590  FD  DESCARGA-FILE
000600      RECORD CONTAINS 308 CHARACTERS.
000610  01  DES-LINEA                  PIC X(308).

000620  FD  INVENTARIO-FILE
000630      RECORD CONTAINS 307 CHARACTERS.
000640      COPY INVREC.

000650  FD  PARAMS-FILE
000660      RECORD CONTAINS 80 CHARACTERS.
000670  01  PRM-ENTRADA                PIC X(80).

000680  FD  CORRIDAS-FILE
000690      RECORD CONTAINS 220 CHARACTERS.
000700  01  COR-SALIDA                 PIC X(220).

000710  WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------*
000730* TARJETA DE PARAMETROS (corrida desatendida, ver PARMREC).      *
000740*----------------------------------------------------------------*
000750      COPY PARMREC.
000760  77  RG-ESTADO-PARAMS            PIC X(02) VALUE "00".
000770  77  RG-PARAMS-SW                PIC X(01) VALUE "N".
000780      88  RG-CON-PARAMETROS                 VALUE "S".
000790* Diario de control de corridas (9800, ver CORREC).
000800  77  RG-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
000810      COPY CORREC.

000820*----------------------------------------------------------------*
000830* REGISTRO DE LA DESCARGA (ver DESREC).                          *
000840*----------------------------------------------------------------*
000850      COPY DESREC.

000860*----------------------------------------------------------------*
000870* INDICADORES, ESTADOS DE ARCHIVO Y DESCARGA A RECARGAR.         *
000880*----------------------------------------------------------------*
000890  77  RG-ESTADO-DESCARGA          PIC X(02) VALUE "00".
000900  77  RG-ESTADO-INVENTARIO        PIC X(02) VALUE "00".
000910  77  RG-FIN-PROCESO              PIC X(01) VALUE "N".
000920      88  RG-FIN-PROCESO-SI                 VALUE "S".
000930  77  RG-FIN-DESCARGA             PIC X(01) VALUE "N".
000940      88  RG-FIN-DESCARGA-SI                VALUE "S".
000950  77  RG-FIN-INVENTARIO           PIC X(01) VALUE "N".
000960      88  RG-FIN-INVENTARIO-SI              VALUE "S".
000970  77  RG-DESCARGA-OK              PIC X(01) VALUE "S".
000980      88  RG-DESCARGA-BUENA                 VALUE "S".
000990  77  RG-CARGA-OK                 PIC X(01) VALUE "S".
001000      88  RG-CARGA-BUENA                    VALUE "S".
001010  77  RG-TOTALES-SW               PIC X(01) VALUE "N".
001020      88  RG-CON-TOTALES                    VALUE "S".
001030  77  RG-RESPUESTA                PIC X(01) VALUE SPACE.
001040  77  RG-FECHA-DESCARGA           PIC 9(08) VALUE 0.
001090  77  RG-NOMBRE-DESCARGA          PIC X(20) VALUE SPACES.
001100  01  RG-MOMENTO-DESCARGA.
001110      05  RG-MOM-FECHA            PIC 9(08) VALUE 0.
001120      05  RG-MOM-HORA             PIC 9(08) VALUE 0.
001130  77  RG-CLAVE-ANTERIOR           PIC X(12) VALUE LOW-VALUES.

001140*----------------------------------------------------------------*
001150* CIFRAS DE CONTROL. Las esperadas vienen del registro de        *
001160* totales de la descarga; se comparan contra la descarga misma   *
001170* (primera pasada) y contra el maestro recargado (tercera).      *
001180*----------------------------------------------------------------*
001190  77  RG-LINEAS                   PIC 9(09) VALUE 0.
001200  77  RG-ESP-REGISTROS            PIC 9(09) VALUE 0.
001210  77  RG-ESP-SUMA-AREA            PIC 9(25)V9(04) VALUE 0.
001220  77  RG-ESP-SUMA-PERIMETRO       PIC 9(17) VALUE 0.
001230  77  RG-LEIDOS                   PIC 9(09) VALUE 0.
001240  77  RG-SUMA-AREA                PIC 9(25)V9(04) VALUE 0.
001250  77  RG-SUMA-PERIMETRO           PIC 9(17) VALUE 0.
001260  77  RG-CARGADOS                 PIC 9(09) VALUE 0.
001270  77  RG-VERIFICADOS              PIC 9(09) VALUE 0.
001280  77  RG-VER-SUMA-AREA            PIC 9(25)V9(04) VALUE 0.
001290  77  RG-VER-SUMA-PERIMETRO       PIC 9(17) VALUE 0.
001300  77  RG-CANT-EDIT                PIC Z(8)9.
001310  77  RG-AREA-EDIT                PIC Z(24)9.9999.
001320  77  RG-PERIMETRO-EDIT           PIC Z(16)9.

001330  PROCEDURE DIVISION.
001340*================================================================*
001350* 0000-MAINLINE                                                  *
001360*     Comprueba la descarga, recarga el maestro con ella y       *
001370*     comprueba el maestro recargado.                            *
001380*================================================================*
001390  0000-MAINLINE.
001400      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
001410      ACCEPT COR-HORA-INICIO FROM TIME
001420      PERFORM 1000-INICIO
001430          THRU 1000-INICIO-EXIT
001440      IF NOT RG-FIN-PROCESO-SI
001450          PERFORM 2000-COMPROBAR-REGISTRO
001460              THRU 2000-COMPROBAR-REGISTRO-EXIT
001470              UNTIL RG-FIN-DESCARGA-SI
001480          PERFORM 2500-VALIDAR-DESCARGA
001490              THRU 2500-VALIDAR-DESCARGA-EXIT
001500      END-IF
001510      IF NOT RG-FIN-PROCESO-SI
001520          PERFORM 3000-CARGAR-MAESTRO
001530              THRU 3000-CARGAR-MAESTRO-EXIT
001540      END-IF
001550      IF NOT RG-FIN-PROCESO-SI
001560          PERFORM 4000-VERIFICAR-MAESTRO
001570              THRU 4000-VERIFICAR-MAESTRO-EXIT
001580      END-IF
001590      PERFORM 9000-FINALIZAR
001600          THRU 9000-FINALIZAR-EXIT
001610      PERFORM 9800-REGISTRAR-CORRIDA
001620          THRU 9800-REGISTRAR-CORRIDA-EXIT
001630      STOP RUN.

001640*----------------------------------------------------------------*
001650* 1000-INICIO                                                    *
001660*     Toma el dia de la descarga y la autorizacion para          *
001670*     reemplazar el maestro, arma el nombre de la descarga y la  *
001680*     abre para la primera pasada.                               *
001690*----------------------------------------------------------------*
001700  1000-INICIO.
001710      PERFORM 1100-LEER-PARAMETROS
001720          THRU 1100-LEER-PARAMETROS-EXIT
001730      IF RG-FIN-PROCESO-SI
001740          GO TO 1000-INICIO-EXIT
001750      END-IF
001760      IF RG-CON-PARAMETROS
001770          MOVE PRM-FECHA-DESDE TO RG-FECHA-DESCARGA
001780          MOVE PRM-REEMPLAZO TO RG-RESPUESTA
001790      ELSE
001800          DISPLAY "Dia de la descarga a recargar "
001810              "(AAAAMMDD, 0 = hoy): "
001820          ACCEPT RG-FECHA-DESCARGA
001830      END-IF
001840      IF RG-FECHA-DESCARGA = 0
001850          ACCEPT RG-FECHA-DESCARGA FROM DATE YYYYMMDD
001860      END-IF
001870      IF FUNCTION TEST-DATE-YYYYMMDD (RG-FECHA-DESCARGA) NOT = 0
001900          DISPLAY "Fecha de la descarga invalida: "
001910              RG-FECHA-DESCARGA
001920          MOVE 8 TO RETURN-CODE
001930          SET RG-FIN-PROCESO-SI TO TRUE
001940          GO TO 1000-INICIO-EXIT
001950      END-IF
001960      STRING "INVENTAR." DELIMITED BY SIZE
001970          RG-FECHA-DESCARGA DELIMITED BY SIZE
001980          INTO RG-NOMBRE-DESCARGA
001990      IF NOT RG-CON-PARAMETROS
002000          DISPLAY "Se reemplaza todo el maestro de inventario "
002010              "con " RG-NOMBRE-DESCARGA ". Confirmar (S/N): "
002020          ACCEPT RG-RESPUESTA
002030      END-IF
002040      IF RG-RESPUESTA NOT = "S" AND RG-RESPUESTA NOT = "s"
002050          DISPLAY "Recarga no autorizada; el maestro no se toco."
002060          IF RG-CON-PARAMETROS
002070              MOVE 8 TO RETURN-CODE
002080          END-IF
002090          SET RG-FIN-PROCESO-SI TO TRUE
002100          GO TO 1000-INICIO-EXIT
002110      END-IF
002120      OPEN INPUT DESCARGA-FILE
002130      IF RG-ESTADO-DESCARGA = "35"
002140          DISPLAY "No existe la descarga " RG-NOMBRE-DESCARGA
002150          MOVE 8 TO RETURN-CODE
002160          SET RG-FIN-PROCESO-SI TO TRUE
002170          GO TO 1000-INICIO-EXIT
002180      END-IF
002190      IF RG-ESTADO-DESCARGA NOT = "00"
002200          DISPLAY "No se pudo abrir la descarga "
002210              RG-NOMBRE-DESCARGA ", estado: " RG-ESTADO-DESCARGA
002220          MOVE 8 TO RETURN-CODE
002230          SET RG-FIN-PROCESO-SI TO TRUE
002240          GO TO 1000-INICIO-EXIT
002250      END-IF
002260      DISPLAY "Comprobando la descarga " RG-NOMBRE-DESCARGA.
002270  1000-INICIO-EXIT.
002280      EXIT.

002290*----------------------------------------------------------------*
002300* 1100-LEER-PARAMETROS                                           *
002310*     Lee la tarjeta de parametros (PARAMS-FILE, ver PARMREC).   *
002320*     Sin tarjeta se pregunta por consola. Con tarjeta, la fecha *
002330*     desde (dia de la descarga) debe ser numerica; un           *
002340*     parametro invalido detiene la corrida con RETURN-CODE 8.   *
002350*----------------------------------------------------------------*
002360  1100-LEER-PARAMETROS.
002370      OPEN INPUT PARAMS-FILE
002380      IF RG-ESTADO-PARAMS = "35"
002390          GO TO 1100-LEER-PARAMETROS-EXIT
002400      END-IF
002410      IF RG-ESTADO-PARAMS NOT = "00"
002420          DISPLAY "No se pudo abrir PARAMS-FILE, estado: "
002430              RG-ESTADO-PARAMS
002440          MOVE 8 TO RETURN-CODE
002450          SET RG-FIN-PROCESO-SI TO TRUE
002460          GO TO 1100-LEER-PARAMETROS-EXIT
002470      END-IF
002480      READ PARAMS-FILE INTO PRM-REGISTRO
002490          AT END
002500              DISPLAY "PARAMS-FILE esta vacio."
002510              MOVE 8 TO RETURN-CODE
002520              SET RG-FIN-PROCESO-SI TO TRUE
002530      END-READ
002540      CLOSE PARAMS-FILE
002550      IF RG-FIN-PROCESO-SI
002560          GO TO 1100-LEER-PARAMETROS-EXIT
002570      END-IF
002580      MOVE "S" TO RG-PARAMS-SW
002590      IF PRM-FECHA-DESDE NOT NUMERIC
002600          DISPLAY "Parametro de fecha invalido en la tarjeta."
002610          MOVE 8 TO RETURN-CODE
002620          SET RG-FIN-PROCESO-SI TO TRUE
002630          GO TO 1100-LEER-PARAMETROS-EXIT
002640      END-IF
002650      DISPLAY "Parametros de la corrida: DESDE=" PRM-FECHA-DESDE
002660          " REEMPLAZO=" PRM-REEMPLAZO.
002670  1100-LEER-PARAMETROS-EXIT.
002680      EXIT.

002690*----------------------------------------------------------------*
002700* 2000-COMPROBAR-REGISTRO                                        *
002710*     Primera pasada: lee el siguiente registro de la descarga.  *
002720*     El primero debe ser el encabezado; los paneles deben       *
002730*     venir en orden de clave, sin repetir, y se suman a las     *
002740*     cifras; el registro de totales debe ser el ultimo. Lo      *
002750*     primero que no cumple detiene la pasada.                   *
002760*----------------------------------------------------------------*
002770  2000-COMPROBAR-REGISTRO.
002780      READ DESCARGA-FILE INTO DES-REGISTRO
002790          AT END
002800              SET RG-FIN-DESCARGA-SI TO TRUE
002810              GO TO 2000-COMPROBAR-REGISTRO-EXIT
002820      END-READ
002830      ADD 1 TO RG-LINEAS
002840      IF RG-LINEAS = 1
002850          IF DES-ENCABEZADO
002860              MOVE DES-MOMENTO TO RG-MOMENTO-DESCARGA
002870          ELSE
002880              DISPLAY "La descarga no empieza con su encabezado."
002890              MOVE "N" TO RG-DESCARGA-OK
002900              SET RG-FIN-DESCARGA-SI TO TRUE
002910          END-IF
002920          GO TO 2000-COMPROBAR-REGISTRO-EXIT
002930      END-IF
002940      IF RG-CON-TOTALES
002950          DISPLAY "Hay registros despues de los totales, linea "
002960              RG-LINEAS
002970          MOVE "N" TO RG-DESCARGA-OK
002980          SET RG-FIN-DESCARGA-SI TO TRUE
002990          GO TO 2000-COMPROBAR-REGISTRO-EXIT
003000      END-IF
003010      EVALUATE TRUE
003020          WHEN DES-PANEL
003030              PERFORM 2100-COMPROBAR-PANEL
003040                  THRU 2100-COMPROBAR-PANEL-EXIT
003050          WHEN DES-TOTALES
003060              MOVE "S" TO RG-TOTALES-SW
003070              MOVE DES-REGISTROS TO RG-ESP-REGISTROS
003080              MOVE DES-SUMA-AREA TO RG-ESP-SUMA-AREA
003090              MOVE DES-SUMA-PERIMETRO TO RG-ESP-SUMA-PERIMETRO
003100          WHEN OTHER
003110              DISPLAY "Tipo de registro desconocido en la "
003120                  "descarga, linea " RG-LINEAS
003130              MOVE "N" TO RG-DESCARGA-OK
003140              SET RG-FIN-DESCARGA-SI TO TRUE
003150      END-EVALUATE.
003160  2000-COMPROBAR-REGISTRO-EXIT.
003170      EXIT.

003180*----------------------------------------------------------------*
003190* 2100-COMPROBAR-PANEL                                           *
003200*     Un panel de la descarga: su clave debe ser mayor que la    *
003210*     anterior (el maestro se graba en orden) y su area y su     *
003220*     perimetro numericos.                                       *
003230*----------------------------------------------------------------*
003240  2100-COMPROBAR-PANEL.
003250      IF DES-PAN-CLAVE NOT > RG-CLAVE-ANTERIOR
003260          DISPLAY "Clave fuera de orden o repetida en la "
003270              "descarga: " DES-PAN-CLAVE
003280          MOVE "N" TO RG-DESCARGA-OK
003290          SET RG-FIN-DESCARGA-SI TO TRUE
003300          GO TO 2100-COMPROBAR-PANEL-EXIT
003310      END-IF
003320      IF DES-PAN-AREA NOT NUMERIC
003330              OR DES-PAN-PERIMETRO NOT NUMERIC
003340          DISPLAY "Panel con area o perimetro no numerico en la "
003350              "descarga: " DES-PAN-CLAVE
003360          MOVE "N" TO RG-DESCARGA-OK
003370          SET RG-FIN-DESCARGA-SI TO TRUE
003380          GO TO 2100-COMPROBAR-PANEL-EXIT
003390      END-IF
003400      MOVE DES-PAN-CLAVE TO RG-CLAVE-ANTERIOR
003410      ADD 1 TO RG-LEIDOS
003420      ADD DES-PAN-AREA TO RG-SUMA-AREA
003430      ADD DES-PAN-PERIMETRO TO RG-SUMA-PERIMETRO.
003440  2100-COMPROBAR-PANEL-EXIT.
003450      EXIT.

003460*----------------------------------------------------------------*
003470* 2500-VALIDAR-DESCARGA                                          *
003480*     Cierra la primera pasada: la descarga debe traer su        *
003490*     registro de totales y cuadrar con el. Si no, la recarga no *
003500*     sigue y el maestro no se toca.                             *
003510*----------------------------------------------------------------*
003520  2500-VALIDAR-DESCARGA.
003530      CLOSE DESCARGA-FILE
003540      IF RG-DESCARGA-BUENA AND NOT RG-CON-TOTALES
003550          DISPLAY "La descarga no tiene registro de totales "
003560              "(quedo incompleta)."
003570          MOVE "N" TO RG-DESCARGA-OK
003580      END-IF
003590      IF RG-DESCARGA-BUENA
003600          IF RG-LEIDOS NOT = RG-ESP-REGISTROS
003610                  OR RG-SUMA-AREA NOT = RG-ESP-SUMA-AREA
003620                  OR RG-SUMA-PERIMETRO NOT = RG-ESP-SUMA-PERIMETRO
003630              DISPLAY "La descarga no cuadra con sus totales."
003640              MOVE "N" TO RG-DESCARGA-OK
003650          END-IF
003660      END-IF
003670      IF NOT RG-DESCARGA-BUENA
003680          DISPLAY "La descarga " RG-NOMBRE-DESCARGA " no sirve; "
003690              "el maestro no se toco."
003700          MOVE 8 TO RETURN-CODE
003710          SET RG-FIN-PROCESO-SI TO TRUE
003720          GO TO 2500-VALIDAR-DESCARGA-EXIT
003730      END-IF
003740      DISPLAY "La descarga del " RG-MOM-FECHA " " RG-MOM-HORA
003750          " cuadra con sus totales.".
003760  2500-VALIDAR-DESCARGA-EXIT.
003770      EXIT.

003780*----------------------------------------------------------------*
003790* 3000-CARGAR-MAESTRO                                            *
003800*     Segunda pasada: crea el maestro vacio y graba en el cada   *
003810*     panel de la descarga, en orden de clave. Un error a media  *
003820*     carga deja el maestro incompleto: se avisa con             *
003830*     RETURN-CODE 8 para volver a correr la recarga.             *
003840*----------------------------------------------------------------*
003850  3000-CARGAR-MAESTRO.
003860      OPEN INPUT DESCARGA-FILE
003870      IF RG-ESTADO-DESCARGA NOT = "00"
003880          DISPLAY "No se pudo releer la descarga, estado: "
003890              RG-ESTADO-DESCARGA
003900          DISPLAY "El maestro no se toco."
003910          MOVE 8 TO RETURN-CODE
003920          SET RG-FIN-PROCESO-SI TO TRUE
003930          GO TO 3000-CARGAR-MAESTRO-EXIT
003940      END-IF
003950      OPEN OUTPUT INVENTARIO-FILE
003960      IF RG-ESTADO-INVENTARIO NOT = "00"
003970          DISPLAY "No se pudo crear INVENTARIO-FILE, estado: "
003980              RG-ESTADO-INVENTARIO
003990          MOVE 8 TO RETURN-CODE
004000          CLOSE DESCARGA-FILE
004010          SET RG-FIN-PROCESO-SI TO TRUE
004020          GO TO 3000-CARGAR-MAESTRO-EXIT
004030      END-IF
004040      MOVE "N" TO RG-FIN-DESCARGA
004050      PERFORM 3100-CARGAR-PANEL
004060          THRU 3100-CARGAR-PANEL-EXIT
004070          UNTIL RG-FIN-DESCARGA-SI
004080      CLOSE INVENTARIO-FILE
004090      CLOSE DESCARGA-FILE
004100      IF NOT RG-CARGA-BUENA
004110          DISPLAY "La carga no termino: el maestro quedo "
004120              "incompleto. Corrija y vuelva a correr RECARGA."
004130          MOVE 8 TO RETURN-CODE
004140          SET RG-FIN-PROCESO-SI TO TRUE
004150      END-IF.
004160  3000-CARGAR-MAESTRO-EXIT.
004170      EXIT.

004180*----------------------------------------------------------------*
004190* 3100-CARGAR-PANEL                                              *
004200*     Graba al maestro el siguiente panel de la descarga (el     *
004210*     encabezado y los totales se saltan).                       *
004220*----------------------------------------------------------------*
004230  3100-CARGAR-PANEL.
004240      READ DESCARGA-FILE INTO DES-REGISTRO
004250          AT END
004260              SET RG-FIN-DESCARGA-SI TO TRUE
004270              GO TO 3100-CARGAR-PANEL-EXIT
004280      END-READ
004290      IF NOT DES-PANEL
004300          GO TO 3100-CARGAR-PANEL-EXIT
004310      END-IF
004320      MOVE DES-PANEL-DATOS TO INV-REGISTRO
004330      WRITE INV-REGISTRO
004340      IF RG-ESTADO-INVENTARIO NOT = "00"
004350          DISPLAY "Error al grabar el panel " INV-CLAVE
004360              ", estado: " RG-ESTADO-INVENTARIO
004370          MOVE "N" TO RG-CARGA-OK
004380          SET RG-FIN-DESCARGA-SI TO TRUE
004390          GO TO 3100-CARGAR-PANEL-EXIT
004400      END-IF
004410      ADD 1 TO RG-CARGADOS.
004420  3100-CARGAR-PANEL-EXIT.
004430      EXIT.

004440*----------------------------------------------------------------*
004450* 4000-VERIFICAR-MAESTRO                                         *
004460*     Tercera pasada: relee el maestro recargado y compara sus   *
004470*     paneles y sumas contra los totales de la descarga.         *
004480*----------------------------------------------------------------*
004490  4000-VERIFICAR-MAESTRO.
004500      OPEN INPUT INVENTARIO-FILE
004510      IF RG-ESTADO-INVENTARIO NOT = "00"
004520          DISPLAY "No se pudo releer INVENTARIO-FILE, estado: "
004530              RG-ESTADO-INVENTARIO
004540          MOVE 8 TO RETURN-CODE
004550          GO TO 4000-VERIFICAR-MAESTRO-EXIT
004560      END-IF
004570      PERFORM 4100-VERIFICAR-PANEL
004580          THRU 4100-VERIFICAR-PANEL-EXIT
004590          UNTIL RG-FIN-INVENTARIO-SI
004600      CLOSE INVENTARIO-FILE
004610      IF RG-VERIFICADOS NOT = RG-ESP-REGISTROS
004620              OR RG-VER-SUMA-AREA NOT = RG-ESP-SUMA-AREA
004630              OR RG-VER-SUMA-PERIMETRO NOT = RG-ESP-SUMA-PERIMETRO
004640          DISPLAY "El maestro recargado NO cuadra con los "
004650              "totales de la descarga."
004660          MOVE 8 TO RETURN-CODE
004670      ELSE
004680          DISPLAY "El maestro recargado cuadra con los "
004690              "totales de la descarga."
004700      END-IF.
004710  4000-VERIFICAR-MAESTRO-EXIT.
004720      EXIT.

004730  4100-VERIFICAR-PANEL.
004740      READ INVENTARIO-FILE NEXT RECORD
004750          AT END
004760              SET RG-FIN-INVENTARIO-SI TO TRUE
004770              GO TO 4100-VERIFICAR-PANEL-EXIT
004780      END-READ
004790      IF RG-ESTADO-INVENTARIO NOT = "00"
004800          DISPLAY "Error al releer INVENTARIO-FILE, estado: "
004810              RG-ESTADO-INVENTARIO
004820          SET RG-FIN-INVENTARIO-SI TO TRUE
004830          GO TO 4100-VERIFICAR-PANEL-EXIT
004840      END-IF
004850      ADD 1 TO RG-VERIFICADOS
004860      ADD INV-AREA TO RG-VER-SUMA-AREA
004870      ADD INV-PERIMETRO TO RG-VER-SUMA-PERIMETRO.
004880  4100-VERIFICAR-PANEL-EXIT.
004890      EXIT.

004900*----------------------------------------------------------------*
004910* 9000-FINALIZAR                                                 *
004920*     Reporta por consola las cifras de control de las tres      *
004930*     pasadas.                                                   *
004940*----------------------------------------------------------------*
004950  9000-FINALIZAR.
004960      IF RG-LINEAS = 0
004970          GO TO 9000-FINALIZAR-EXIT
004980      END-IF
004990      MOVE RG-ESP-REGISTROS TO RG-CANT-EDIT
005000      DISPLAY "Paneles segun los totales:    " RG-CANT-EDIT
005010      MOVE RG-LEIDOS TO RG-CANT-EDIT
005020      DISPLAY "Paneles en la descarga:       " RG-CANT-EDIT
005030      MOVE RG-CARGADOS TO RG-CANT-EDIT
005040      DISPLAY "Paneles cargados al maestro:  " RG-CANT-EDIT
005050      MOVE RG-VERIFICADOS TO RG-CANT-EDIT
005060      DISPLAY "Paneles releidos del maestro: " RG-CANT-EDIT
005070      MOVE RG-ESP-SUMA-AREA TO RG-AREA-EDIT
005080      DISPLAY "Suma de areas segun totales:      " RG-AREA-EDIT
005090      MOVE RG-VER-SUMA-AREA TO RG-AREA-EDIT
005100      DISPLAY "Suma de areas del maestro:        " RG-AREA-EDIT
005110      MOVE RG-ESP-SUMA-PERIMETRO TO RG-PERIMETRO-EDIT
005120      DISPLAY "Suma de perimetros segun totales: "
005130          RG-PERIMETRO-EDIT
005140      MOVE RG-VER-SUMA-PERIMETRO TO RG-PERIMETRO-EDIT
005150      DISPLAY "Suma de perimetros del maestro:   "
005160          RG-PERIMETRO-EDIT.
005170  9000-FINALIZAR-EXIT.
005180      EXIT.

005190*----------------------------------------------------------------*
005200* 9800-REGISTRAR-CORRIDA                                         *
005210*     Agrega el registro de esta corrida al diario de control    *
005220*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
005230*     tarjeta de parametros, cifras de control y RETURN-CODE     *
005240*     final, para el reporte MATUTINO. Si el diario no se puede  *
005250*     abrir solo se avisa; el RETURN-CODE de la corrida no       *
005260*     cambia.                                                    *
005270*----------------------------------------------------------------*
005280  9800-REGISTRAR-CORRIDA.
005290      MOVE "RECARGA" TO COR-PROGRAMA
005300      IF RG-CON-PARAMETROS
005310          MOVE "S" TO COR-TARJETA
005320          MOVE PRM-REGISTRO TO COR-PARAMETROS
005330      ELSE
005340          MOVE "N" TO COR-TARJETA
005350          MOVE SPACES TO COR-PARAMETROS
005360      END-IF
005370      MOVE "LEIDOS" TO COR-CIFRA-NOMBRE (1)
005380      MOVE RG-LEIDOS TO COR-CIFRA-VALOR (1)
005390      MOVE "CARGADOS" TO COR-CIFRA-NOMBRE (2)
005400      MOVE RG-CARGADOS TO COR-CIFRA-VALOR (2)
005410      MOVE "VERIFICADOS" TO COR-CIFRA-NOMBRE (3)
005420      MOVE RG-VERIFICADOS TO COR-CIFRA-VALOR (3)
005430      MOVE SPACES TO COR-CIFRA-NOMBRE (4)
005440      MOVE 0 TO COR-CIFRA-VALOR (4)
005450      MOVE RETURN-CODE TO COR-RETORNO
005460      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
005470      ACCEPT COR-HORA-FIN FROM TIME
005480      OPEN EXTEND CORRIDAS-FILE
005490      IF RG-ESTADO-CORRIDAS = "35"
005500          OPEN OUTPUT CORRIDAS-FILE
005510          CLOSE CORRIDAS-FILE
005520          OPEN EXTEND CORRIDAS-FILE
005530      END-IF
005540      IF RG-ESTADO-CORRIDAS NOT = "00"
005550          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
005560              RG-ESTADO-CORRIDAS
005570          GO TO 9800-REGISTRAR-CORRIDA-EXIT
005580      END-IF
005590      WRITE COR-SALIDA FROM COR-REGISTRO
005600      CLOSE CORRIDAS-FILE.
005610  9800-REGISTRAR-CORRIDA-EXIT.
005620      EXIT.
