000130*     piso (TRXPISO-FILE, copybook TRXREC) sobre el maestro de   *
000140*     inventario de paneles clasificados (INVENTARIO-FILE, ver   *
000150*     INVREC): un registro por cambio de estatus (cortado,       *
000160*     embarcado, desechado, devuelto). Una transaccion con clave *
000170*     desconocida, estatus no reconocido o transicion ilegal     *
000180*     (por ejemplo regresar un panel embarcado a clasificado)    *
000190*     se rechaza al reporte de excepciones (EXCEPISO-FILE) y     *
000200*     el maestro no se toca. Al final se reportan las cifras     *
000210*     de aplicadas y rechazadas.                                 *
000212*     La clave se comprueba antes con su digito verificador      *
000214*     (TRX-DIGITO, copiado de la etiqueta del panel, ver         *
000216*     DIGVER): una clave mal copiada se rechaza sin llegar a     *
000218*     leer el maestro.                                           *
000220*                                                                *
000230*     Transiciones permitidas (el estatus C solo lo pone         *
000240*     POLIGONOS al clasificar):                                  *
000260*         C -> D  desechar un panel clasificado                  *
000270*         X -> E  embarcar un panel cortado                      *
000280*         X -> D  desechar un panel cortado                      *
000282*         E -> R  devolucion del cliente de un panel embarcado   *
000290*     Todo lo demas es ilegal: un panel sin cortar no se         *
000291*     embarca, un panel embarcado solo se devuelve, y un panel   *
000292*     desechado o devuelto ya no cambia (la devolucion se        *
000293*     acredita con NOTACRED).                                    *
000294*                                                                *
000295*     Cada corte C -> X saca ademas del rack de lamina           *
000296*     (EXISTLAM-FILE, ver EXLREC) las laminas que ya ocupan los  *
000297*     paneles cortados de su pedido, segun la lamina y el        *
000298*     requerimiento que dejo RENDIMIENTO (REQLAM-FILE, ver       *
000299*     RQLREC). Un pedido sin requerimiento se corta igual y      *
000300*     solo se cuenta.                                            *
000310*                                                                *
000320* HISTORIAL DE MODIFICACIONES.                                   *
000330*     2026-09-02 RCV  Version original.                          *
000390*                      transaccion sin operador se rechaza, y    *
000400*                      sin auditoria disponible la corrida no    *
000410*                      arranca (RETURN-CODE 8).                  *
000411*     2026-10-07 RCV  Devoluciones: transicion E -> R para un   *
000412*                      panel embarcado que el cliente regresa.   *
000413*     2026-10-08 RCV  Existencias de lamina: el corte C -> X     *
000414*                      descuenta del rack la lamina (2400).      *
000415*     2026-10-13 RCV  Digito verificador de la clave (2500):     *
000416*                      sin el o si no cuadra, se rechaza.        *
000417*     2026-10-14 RCV  Registro en el diario de control de        *
000418*                      corridas (CORRIDAS-FILE, 9800).           *
000419*     2026-10-15 RCV  Se revisa el estado al regrabar REQLAM.    *
000420*----------------------------------------------------------------*
000430  ENVIRONMENT DIVISION.
000440  INPUT-OUTPUT SECTION.
000460      SELECT TRXPISO-FILE ASSIGN TO "TRXPISO"
000470          ORGANIZATION IS LINE SEQUENTIAL
000480          FILE STATUS IS TP-ESTADO-TRXPISO.
000481      SELECT EXISTLAM-FILE ASSIGN TO "EXISTLAM"
000482          ORGANIZATION IS INDEXED
000483          ACCESS MODE IS RANDOM
000484          RECORD KEY IS EXL-CODIGO
000485          FILE STATUS IS TP-ESTADO-EXISTLAM.
000490      SELECT INVENTARIO-FILE ASSIGN TO "INVENTAR"
000500          ORGANIZATION IS INDEXED
000510          ACCESS MODE IS RANDOM
000520          RECORD KEY IS INV-CLAVE
000530          FILE STATUS IS TP-ESTADO-INVENTARIO.
000531      SELECT REQLAM-FILE ASSIGN TO "REQLAM"
000532          ORGANIZATION IS INDEXED
000533          ACCESS MODE IS RANDOM
000534          RECORD KEY IS RQL-PEDIDO
000535          FILE STATUS IS TP-ESTADO-REQLAM.
000540      SELECT EXCEPISO-FILE ASSIGN TO "EXCEPISO"
000550          ORGANIZATION IS LINE SEQUENTIAL
000560          FILE STATUS IS TP-ESTADO-EXCEPCION.
000570      SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
000580          ORGANIZATION IS LINE SEQUENTIAL
000590          FILE STATUS IS TP-ESTADO-AUDITORIA.
000592      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000594          ORGANIZATION IS LINE SEQUENTIAL
000596          FILE STATUS IS TP-ESTADO-CORRIDAS.

000600  DATA DIVISION.
000610  FILE SECTION.
000620  FD  TRXPISO-FILE
000630      RECORD CONTAINS 30 CHARACTERS.
000640      COPY TRXREC.

000650  FD  INVENTARIO-FILE
000720      RECORD CONTAINS 38 CHARACTERS.
000730      COPY AUDREC.

000731  FD  EXISTLAM-FILE
000732      RECORD CONTAINS 80 CHARACTERS.
000733      COPY EXLREC.

000734  FD  REQLAM-FILE
000735      RECORD CONTAINS 60 CHARACTERS.
000736      COPY RQLREC.

000737  FD  CORRIDAS-FILE
000738      RECORD CONTAINS 220 CHARACTERS.
000739  01  COR-SALIDA                 PIC X(220).

000740  WORKING-STORAGE SECTION.
000750*----------------------------------------------------------------*
000760* INDICADORES, ESTADOS DE ARCHIVO Y CIFRAS DE LA CORRIDA.        *
000780  77  TP-ESTADO-TRXPISO           PIC X(02) VALUE "00".
000790  77  TP-ESTADO-INVENTARIO        PIC X(02) VALUE "00".
000800  77  TP-ESTADO-EXCEPCION         PIC X(02) VALUE "00".
000802  77  TP-ESTADO-EXISTLAM          PIC X(02) VALUE "00".
000804  77  TP-ESTADO-REQLAM            PIC X(02) VALUE "00".
000810  77  TP-FIN-PROCESO              PIC X(01) VALUE "N".
000820      88  TP-FIN-PROCESO-SI                 VALUE "S".
000830  77  TP-INVENTARIO-ABIERTO       PIC X(01) VALUE "N".
000860      88  TP-TRXPISO-ABIERTO-SI             VALUE "S".
000870  77  TP-EXCEPCION-OK             PIC X(01) VALUE "N".
000880      88  TP-EXCEPCION-DISPONIBLE           VALUE "S".
000881* Existencias de lamina (ver EXLREC y RQLREC). Sin estos
000882* archivos los cortes se aplican igual, sin descontar lamina.
000883  77  TP-EXISTENCIAS-OK           PIC X(01) VALUE "N".
000884      88  TP-EXISTENCIAS-DISPONIBLES        VALUE "S".
000885  77  TP-EXL-EXISTE               PIC X(01) VALUE "N".
000886      88  TP-EXL-YA-EXISTE                  VALUE "S".
000890  77  TP-CTL-LEIDAS               PIC 9(06) VALUE 0.
000900  77  TP-CTL-APLICADAS            PIC 9(06) VALUE 0.
000910  77  TP-CTL-RECHAZADAS           PIC 9(06) VALUE 0.
000912  77  TP-CTL-LAMINAS              PIC 9(06) VALUE 0.
000914  77  TP-CTL-SIN-REQUERIMIENTO    PIC 9(06) VALUE 0.
000916  77  TP-CTL-DIGITO-ERRADO        PIC 9(06) VALUE 0.
000920  77  TP-TRANSICION-OK            PIC X(01) VALUE "S".
000930      88  TP-TRANSICION-VALIDA              VALUE "S".
000932* Digito verificador de la clave del panel (2500, ver DIGVER).
000934  77  TP-DIGITO-OK                PIC X(01) VALUE "S".
000936      88  TP-DIGITO-CORRECTO                VALUE "S".
000938      COPY DIGVER.
000940  77  TP-CANT-EDIT                PIC Z(5)9.
000942  77  TP-EXISTENCIA-EDIT          PIC -(6)9.
000944  77  TP-LAMINAS-DEBIDAS          PIC 9(06) VALUE 0.
000946  77  TP-LAMINAS-SALIDA           PIC 9(06) VALUE 0.
000950* Auditoria de cambios de estatus (ver AUDREC): el mismo
000960* archivo que escribe INVENTARIO. Sin auditoria disponible la
000970* corrida no arranca: un cambio sin rastro es justo lo que la
001000  77  TP-AUDITORIA-OK             PIC X(01) VALUE "N".
001010      88  TP-AUDITORIA-DISPONIBLE          VALUE "S".
001020  77  TP-ESTATUS-ANTERIOR         PIC X(01) VALUE SPACE.
001022* Diario de control de corridas (9800, ver CORREC).
001024  77  TP-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
001026      COPY CORREC.

001030*----------------------------------------------------------------*
001040* LINEAS DEL REPORTE DE EXCEPCIONES.                             *
001300*     y reporta las cifras.                                      *
001310*================================================================*
001320  0000-MAINLINE.
001322      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
001324      ACCEPT COR-HORA-INICIO FROM TIME
001330      PERFORM 1000-INICIO
001340          THRU 1000-INICIO-EXIT
001350      PERFORM 2000-PROCESAR-TRANSACCION
001370          UNTIL TP-FIN-PROCESO-SI
001380      PERFORM 9000-FINALIZAR
001390          THRU 9000-FINALIZAR-EXIT
001392      PERFORM 9800-REGISTRAR-CORRIDA
001394          THRU 9800-REGISTRAR-CORRIDA-EXIT
001400      STOP RUN.

001410*----------------------------------------------------------------*
001900          DISPLAY "No se pudo abrir EXCEPISO-FILE, estado: "
001910              TP-ESTADO-EXCEPCION
001920          DISPLAY "Las excepciones solo saldran por consola."
001922      END-IF
001924      PERFORM 1100-ABRIR-EXISTENCIAS
001926          THRU 1100-ABRIR-EXISTENCIAS-EXIT.
001940  1000-INICIO-EXIT.
001950      EXIT.

002150          MOVE "estatus no reconocido" TO EXC-DET-MOTIVO
002160          PERFORM 3000-RECHAZAR-TRANSACCION
002170              THRU 3000-RECHAZAR-TRANSACCION-EXIT
002171          GO TO 2000-PROCESAR-TRANSACCION-EXIT
002172      END-IF
002173      PERFORM 2500-VERIFICAR-DIGITO
002174          THRU 2500-VERIFICAR-DIGITO-EXIT
002175      IF NOT TP-DIGITO-CORRECTO
002180          GO TO 2000-PROCESAR-TRANSACCION-EXIT
002190      END-IF
002200      MOVE TRX-PEDIDO TO INV-PEDIDO
002540              CONTINUE
002550          WHEN INV-CORTADO AND TRX-ESTATUS = "D"
002560              CONTINUE
002562          WHEN INV-EMBARCADO AND TRX-ESTATUS = "R"
002564              CONTINUE
002570          WHEN OTHER
002580              MOVE "N" TO TP-TRANSICION-OK
002590              MOVE SPACES TO EXC-DET-MOTIVO
002700*----------------------------------------------------------------*
002710* 2200-APLICAR-TRANSACCION                                       *
002720*     Reescribe el panel con su estatus nuevo y deja la linea    *
002722*     de auditoria del cambio (2300). Un corte descuenta ademas  *
002724*     la lamina de su pedido (2400).                             *
002740*----------------------------------------------------------------*
002750  2200-APLICAR-TRANSACCION.
002760      MOVE INV-ESTATUS TO TP-ESTATUS-ANTERIOR
002800          ADD 1 TO TP-CTL-APLICADAS
002810          PERFORM 2300-GRABAR-AUDITORIA
002820              THRU 2300-GRABAR-AUDITORIA-EXIT
002822          IF TP-ESTATUS-ANTERIOR = "C" AND INV-CORTADO
002824              PERFORM 2400-DESCONTAR-LAMINA
002826                  THRU 2400-DESCONTAR-LAMINA-EXIT
002828          END-IF
002830      ELSE
002840          MOVE "no se pudo reescribir el panel"
002850              TO EXC-DET-MOTIVO
003420          MOVE "TRANSACCIONES RECHAZADAS:" TO EXC-CIF-ETIQUETA
003430          MOVE TP-CTL-RECHAZADAS TO EXC-CIF-CANT
003440          WRITE EXC-LINEA FROM EXC-CIFRA
003441          MOVE "CLAVES CON DIGITO ERRADO:" TO EXC-CIF-ETIQUETA
003442          MOVE TP-CTL-DIGITO-ERRADO TO EXC-CIF-CANT
003443          WRITE EXC-LINEA FROM EXC-CIFRA
003444          MOVE "LAMINAS DESCONTADAS:" TO EXC-CIF-ETIQUETA
003445          MOVE TP-CTL-LAMINAS TO EXC-CIF-CANT
003446          WRITE EXC-LINEA FROM EXC-CIFRA
003447          MOVE "CORTES SIN REQUERIMIENTO:" TO EXC-CIF-ETIQUETA
003448          MOVE TP-CTL-SIN-REQUERIMIENTO TO EXC-CIF-CANT
003449          WRITE EXC-LINEA FROM EXC-CIFRA
003450          CLOSE EXCEPISO-FILE
003460      END-IF
003470      IF TP-AUDITORIA-DISPONIBLE
003480          CLOSE AUDITORIA-FILE
003482      END-IF
003484      IF TP-EXISTENCIAS-DISPONIBLES
003486          CLOSE EXISTLAM-FILE
003488          CLOSE REQLAM-FILE
003490      END-IF
003500      IF TP-INVENTARIO-ABIERTO-SI
003510          CLOSE INVENTARIO-FILE
003580      MOVE TP-CTL-APLICADAS TO TP-CANT-EDIT
003590      DISPLAY "Transacciones aplicadas:  " TP-CANT-EDIT
003600      MOVE TP-CTL-RECHAZADAS TO TP-CANT-EDIT
003602      DISPLAY "Transacciones rechazadas: " TP-CANT-EDIT
003604      MOVE TP-CTL-DIGITO-ERRADO TO TP-CANT-EDIT
003606      DISPLAY "Claves con digito errado: " TP-CANT-EDIT
003608      MOVE TP-CTL-LAMINAS TO TP-CANT-EDIT
003610      DISPLAY "Laminas descontadas:      " TP-CANT-EDIT
003612      MOVE TP-CTL-SIN-REQUERIMIENTO TO TP-CANT-EDIT
003614      DISPLAY "Cortes sin requerimiento: " TP-CANT-EDIT.
003620  9000-FINALIZAR-EXIT.
003630      EXIT.

003640*----------------------------------------------------------------*
003650* 1100-ABRIR-EXISTENCIAS                                         *
003660*     Abre el requerimiento de lamina por pedido y el maestro    *
003670*     de existencias, creando este vacio la primera vez. Sin     *
003680*     cualquiera de los dos los cortes no descuentan lamina:     *
003690*     se avisa y la corrida sigue.                               *
003700*----------------------------------------------------------------*
003710  1100-ABRIR-EXISTENCIAS.
003720      OPEN I-O REQLAM-FILE
003730      IF TP-ESTADO-REQLAM NOT = "00"
003740          DISPLAY "No se pudo abrir REQLAM-FILE, estado: "
003750              TP-ESTADO-REQLAM
003760          DISPLAY "Los cortes no descontaran lamina."
003770          GO TO 1100-ABRIR-EXISTENCIAS-EXIT
003780      END-IF
003790      OPEN I-O EXISTLAM-FILE
003800      IF TP-ESTADO-EXISTLAM = "35"
003810          OPEN OUTPUT EXISTLAM-FILE
003820          CLOSE EXISTLAM-FILE
003830          OPEN I-O EXISTLAM-FILE
003840      END-IF
003850      IF TP-ESTADO-EXISTLAM NOT = "00"
003860          DISPLAY "No se pudo abrir EXISTLAM-FILE, estado: "
003870              TP-ESTADO-EXISTLAM
003880          DISPLAY "Los cortes no descontaran lamina."
003890          CLOSE REQLAM-FILE
003900          GO TO 1100-ABRIR-EXISTENCIAS-EXIT
003910      END-IF
003920      MOVE "S" TO TP-EXISTENCIAS-OK.
003930  1100-ABRIR-EXISTENCIAS-EXIT.
003940      EXIT.

003950*----------------------------------------------------------------*
003960* 2400-DESCONTAR-LAMINA                                          *
003970*     Cuenta el corte en el requerimiento del pedido y saca del  *
003980*     rack las laminas que ya le tocan: la misma proporcion de   *
003990*     las laminas requeridas que de paneles cortados, hacia      *
004000*     arriba, sin pasar de las requeridas (ver RQLREC). Una      *
004010*     lamina sin registro de existencias se da de alta en cero   *
004020*     y queda negativa; la existencia negativa se avisa por      *
004030*     consola y REORDEN la reporta.                              *
004040*----------------------------------------------------------------*
004050  2400-DESCONTAR-LAMINA.
004060      IF NOT TP-EXISTENCIAS-DISPONIBLES
004070          GO TO 2400-DESCONTAR-LAMINA-EXIT
004080      END-IF
004090      MOVE INV-PEDIDO TO RQL-PEDIDO
004100      READ REQLAM-FILE
004110          INVALID KEY
004120              ADD 1 TO TP-CTL-SIN-REQUERIMIENTO
004130              GO TO 2400-DESCONTAR-LAMINA-EXIT
004140      END-READ
004150      ADD 1 TO RQL-CORTADOS
004160      IF RQL-CORTADOS NOT < RQL-PANELES
004170          MOVE RQL-LAMINAS-REQ TO TP-LAMINAS-DEBIDAS
004180      ELSE
004190          COMPUTE TP-LAMINAS-DEBIDAS =
004200              (RQL-LAMINAS-REQ * RQL-CORTADOS + RQL-PANELES - 1)
004210                  / RQL-PANELES
004220      END-IF
004230      MOVE 0 TO TP-LAMINAS-SALIDA
004240      IF TP-LAMINAS-DEBIDAS > RQL-CONSUMIDAS
004250          COMPUTE TP-LAMINAS-SALIDA =
004260              TP-LAMINAS-DEBIDAS - RQL-CONSUMIDAS
004270          MOVE TP-LAMINAS-DEBIDAS TO RQL-CONSUMIDAS
004280      END-IF
004290      REWRITE RQL-REGISTRO
004300      IF TP-ESTADO-REQLAM NOT = "00"
004310          DISPLAY "No se pudo regrabar el requerimiento del "
004320              "pedido " RQL-PEDIDO ", estado: " TP-ESTADO-REQLAM
004330          MOVE 4 TO RETURN-CODE
004340          GO TO 2400-DESCONTAR-LAMINA-EXIT
004350      END-IF
004360      IF TP-LAMINAS-SALIDA = 0
004370          GO TO 2400-DESCONTAR-LAMINA-EXIT
004380      END-IF
004390      MOVE RQL-LAMINA TO EXL-CODIGO
004400      READ EXISTLAM-FILE
004410          INVALID KEY
004420              MOVE "N" TO TP-EXL-EXISTE
004430              MOVE SPACES TO EXL-REGISTRO
004440              MOVE RQL-LAMINA TO EXL-CODIGO
004450              MOVE 0 TO EXL-EXISTENCIA
004460              MOVE 0 TO EXL-PUNTO-REORDEN
004470              MOVE 0 TO EXL-ENTRADAS
004480              MOVE 0 TO EXL-SALIDAS
004490              MOVE 0 TO EXL-FECHA-ULT-ENTRADA
004500          NOT INVALID KEY
004510              MOVE "S" TO TP-EXL-EXISTE
004520      END-READ
004530      SUBTRACT TP-LAMINAS-SALIDA FROM EXL-EXISTENCIA
004540      ADD TP-LAMINAS-SALIDA TO EXL-SALIDAS
004550      MOVE TRX-FECHA TO EXL-FECHA-ULT-SALIDA
004560      IF TP-EXL-YA-EXISTE
004570          REWRITE EXL-REGISTRO
004580      ELSE
004590          WRITE EXL-REGISTRO
004600      END-IF
004610      IF TP-ESTADO-EXISTLAM NOT = "00"
004620          DISPLAY "No se pudo descontar la lamina " EXL-CODIGO
004630              ", estado: " TP-ESTADO-EXISTLAM
004640          MOVE 4 TO RETURN-CODE
004650          GO TO 2400-DESCONTAR-LAMINA-EXIT
004660      END-IF
004670      ADD TP-LAMINAS-SALIDA TO TP-CTL-LAMINAS
004680      IF EXL-EXISTENCIA < 0
004690          MOVE EXL-EXISTENCIA TO TP-EXISTENCIA-EDIT
004700          DISPLAY "Existencia negativa de lamina " EXL-CODIGO
004710              ": " TP-EXISTENCIA-EDIT
004720      END-IF.
004730  2400-DESCONTAR-LAMINA-EXIT.
004740      EXIT.

004750*----------------------------------------------------------------*
004760* 2500-VERIFICAR-DIGITO                                          *
004770*     Comprueba el digito verificador que el piso copio de la    *
004780*     etiqueta contra el que corresponde a pedido + linea        *
004790*     (2510). Sin digito o con uno que no cuadra, la             *
004800*     transaccion se rechaza aqui mismo y el maestro no se lee.  *
004810*----------------------------------------------------------------*
004820  2500-VERIFICAR-DIGITO.
004830      MOVE "S" TO TP-DIGITO-OK
004840      IF TRX-DIGITO NOT NUMERIC
004850          MOVE "N" TO TP-DIGITO-OK
004860          MOVE "clave sin digito verificador" TO EXC-DET-MOTIVO
004870          PERFORM 3000-RECHAZAR-TRANSACCION
004880              THRU 3000-RECHAZAR-TRANSACCION-EXIT
004890          ADD 1 TO TP-CTL-DIGITO-ERRADO
004900          GO TO 2500-VERIFICAR-DIGITO-EXIT
004910      END-IF
004920      MOVE TRX-PEDIDO TO DV-PEDIDO
004930      MOVE TRX-LINEA TO DV-LINEA
004940      PERFORM 2510-CALCULAR-DIGITO
004950          THRU 2510-CALCULAR-DIGITO-EXIT
004960      IF TRX-DIGITO NOT = DV-DIGITO-VERIFICADOR
004970          MOVE "N" TO TP-DIGITO-OK
004980          MOVE "digito verificador no cuadra con clave"
004990              TO EXC-DET-MOTIVO
005000          PERFORM 3000-RECHAZAR-TRANSACCION
005010              THRU 3000-RECHAZAR-TRANSACCION-EXIT
005020          ADD 1 TO TP-CTL-DIGITO-ERRADO
005030      END-IF.
005040  2500-VERIFICAR-DIGITO-EXIT.
005050      EXIT.

005060*----------------------------------------------------------------*
005070* 2510-CALCULAR-DIGITO                                           *
005080*     Digito verificador modulo 10 de la clave en DV-CLAVE,      *
005090*     igual que en POLIGONOS 8210 (ver DIGVER).                  *
005100*----------------------------------------------------------------*
005110  2510-CALCULAR-DIGITO.
005120      MOVE 0 TO DV-SUMA
005130      MOVE "S" TO DV-DOBLAR-SW
005140      PERFORM 2511-SUMAR-DIGITO
005150          THRU 2511-SUMAR-DIGITO-EXIT
005160          VARYING DV-INDICE FROM 12 BY -1
005170          UNTIL DV-INDICE < 1
005180      DIVIDE DV-SUMA BY 10 GIVING DV-COCIENTE
005190          REMAINDER DV-RESTO
005200      IF DV-RESTO = 0
005210          MOVE 0 TO DV-DIGITO-VERIFICADOR
005220      ELSE
005230          COMPUTE DV-DIGITO-VERIFICADOR = 10 - DV-RESTO
005240      END-IF.
005250  2510-CALCULAR-DIGITO-EXIT.
005260      EXIT.

005270  2511-SUMAR-DIGITO.
005280      IF DV-DOBLAR
005290          COMPUTE DV-PRODUCTO = DV-DIGITO (DV-INDICE) * 2
005300          IF DV-PRODUCTO > 9
005310              SUBTRACT 9 FROM DV-PRODUCTO
005320          END-IF
005330          MOVE "N" TO DV-DOBLAR-SW
005340      ELSE
005350          MOVE DV-DIGITO (DV-INDICE) TO DV-PRODUCTO
005360          MOVE "S" TO DV-DOBLAR-SW
005370      END-IF
005380      ADD DV-PRODUCTO TO DV-SUMA.
005390  2511-SUMAR-DIGITO-EXIT.
005400      EXIT.

005410*----------------------------------------------------------------*
005420* 9800-REGISTRAR-CORRIDA                                         *
005430*     Agrega el registro de esta corrida al diario de control    *
005440*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
005450*     tarjeta de parametros, cifras de control y RETURN-CODE     *
005460*     final, para el reporte MATUTINO. Si el diario no se puede  *
005470*     abrir solo se avisa; el RETURN-CODE de la corrida no       *
005480*     cambia.                                                    *
005490*----------------------------------------------------------------*
005500  9800-REGISTRAR-CORRIDA.
005510      MOVE "TRANSPISO" TO COR-PROGRAMA
005520      MOVE "N" TO COR-TARJETA
005530      MOVE SPACES TO COR-PARAMETROS
005540      MOVE "LEIDAS" TO COR-CIFRA-NOMBRE (1)
005550      MOVE TP-CTL-LEIDAS TO COR-CIFRA-VALOR (1)
005560      MOVE "APLICADAS" TO COR-CIFRA-NOMBRE (2)
005570      MOVE TP-CTL-APLICADAS TO COR-CIFRA-VALOR (2)
005580      MOVE "RECHAZADAS" TO COR-CIFRA-NOMBRE (3)
005590      MOVE TP-CTL-RECHAZADAS TO COR-CIFRA-VALOR (3)
005600      MOVE "DIGITO ERR" TO COR-CIFRA-NOMBRE (4)
005610      MOVE TP-CTL-DIGITO-ERRADO TO COR-CIFRA-VALOR (4)
005620      MOVE RETURN-CODE TO COR-RETORNO
005630      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
005640      ACCEPT COR-HORA-FIN FROM TIME
005650      OPEN EXTEND CORRIDAS-FILE
005660      IF TP-ESTADO-CORRIDAS = "35"
005670          OPEN OUTPUT CORRIDAS-FILE
005680          CLOSE CORRIDAS-FILE
005690          OPEN EXTEND CORRIDAS-FILE
005700      END-IF
005710      IF TP-ESTADO-CORRIDAS NOT = "00"
005720          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
005730              TP-ESTADO-CORRIDAS
005740          GO TO 9800-REGISTRAR-CORRIDA-EXIT
005750      END-IF
005760      WRITE COR-SALIDA FROM COR-REGISTRO
005770      CLOSE CORRIDAS-FILE.
005780  9800-REGISTRAR-CORRIDA-EXIT.
005790      EXIT.
