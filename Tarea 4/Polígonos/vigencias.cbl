000010*================================================================*
000020* VIGENCIAS.CBL                                                  *
000030*================================================================*
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID. VIGENCIAS.
000060  AUTHOR. R. CASTRO VELAZQUEZ.
000070  INSTALLATION. TALLER DE CORTE - LINEA DE PANELES.
000080  DATE-WRITTEN. 2026-10-12.
000090  DATE-COMPILED.
000100*----------------------------------------------------------------*
000110* PROPOSITO.                                                     *
000120*     Mantenimiento del maestro de tarifas con vigencia          *
000130*     (TARVIG-FILE, copybook TVGREC): consulta de las tarifas    *
000140*     de un poligono (todas o las vigentes un dia), alta y       *
000150*     modificacion de una tarifa por poligono, banda e inicio    *
000160*     de vigencia, y listado del maestro completo. Toda alta o   *
000170*     modificacion se valida contra las demas tarifas del        *
000180*     poligono: una misma banda no puede tener dos vigencias     *
000190*     traslapadas y, entre bandas vigentes a la vez, a mayor     *
000200*     numero de banda mayor limite de area. Al dar de alta un    *
000210*     precio nuevo sobre una banda con tarifa sin fin que        *
000220*     empezo antes, se ofrece cerrar esa tarifa la vispera del   *
000230*     inicio de la nueva; si no se acepta, el alta se rechaza.   *
000240*     La opcion 5 carga una sola vez el archivo plano de         *
000250*     tarifas de antes (TARIFAS-FILE, ver TARREC), numerando     *
000260*     las bandas de cada poligono en el orden del archivo y      *
000270*     rechazando las que no suben.                               *
000280*                                                                *
000290* HISTORIAL DE MODIFICACIONES.                                   *
000300*     2026-10-12 RCV  Version original.                          *
000301*     2026-10-15 RCV  Las fechas se validan contra el calendario *
000302*                     (TEST-DATE-YYYYMMDD), no solo por rango.   *
000310*----------------------------------------------------------------*
000320  ENVIRONMENT DIVISION.
000330  INPUT-OUTPUT SECTION.
000340  FILE-CONTROL.
000350      SELECT TARVIG-FILE ASSIGN TO "TARVIG"
000360          ORGANIZATION IS INDEXED
000370          ACCESS MODE IS DYNAMIC
000380          RECORD KEY IS TVG-CLAVE
000390          FILE STATUS IS VG-ESTADO-TARVIG.
000400      SELECT TARIFAS-FILE ASSIGN TO "TARIFAS"
000410          ORGANIZATION IS LINE SEQUENTIAL
000420          FILE STATUS IS VG-ESTADO-TARIFAS.

000430  DATA DIVISION.
000440  FILE SECTION.
000450  FD  TARVIG-FILE
000460      RECORD CONTAINS 80 CHARACTERS.
000470      COPY TVGREC.

000480  FD  TARIFAS-FILE
000490      RECORD CONTAINS 46 CHARACTERS.
000500      COPY TARREC.

000510  WORKING-STORAGE SECTION.
000520*----------------------------------------------------------------*
000530* INDICADORES Y CAMPOS DE TRABAJO DEL MANTENIMIENTO.             *
000540*----------------------------------------------------------------*
000550  77  VG-ESTADO-TARVIG            PIC X(02) VALUE "00".
000560  77  VG-ESTADO-TARIFAS           PIC X(02) VALUE "00".
000570  77  VG-FIN-PROCESO              PIC X(01) VALUE "N".
000580      88  VG-FIN-PROCESO-SI                 VALUE "S".
000590  77  VG-TARVIG-ABIERTO           PIC X(01) VALUE "N".
000600      88  VG-TARVIG-ABIERTO-SI              VALUE "S".
000610  77  VG-OPCION                   PIC X(01) VALUE SPACE.
000620  77  VG-RESPUESTA                PIC X(01) VALUE SPACE.
000630  77  VG-FIN-LISTA                PIC X(01) VALUE "N".
000640      88  VG-FIN-LISTA-SI                   VALUE "S".
000650  77  VG-FIN-PLANO                PIC X(01) VALUE "N".
000660      88  VG-FIN-PLANO-SI                   VALUE "S".
000670  77  VG-LISTADOS                 PIC 9(06) VALUE 0.
000680  77  VG-FECHA-CONSULTA           PIC 9(08) VALUE 0.
000690  77  VG-POLIGONO-CONSULTA        PIC X(14) VALUE SPACES.
000700  77  VG-HOY                      PIC 9(08) VALUE 0.

000710*----------------------------------------------------------------*
000720* TARIFA CAPTURADA (alta, modificacion o carga del plano).       *
000730* Se guarda aparte de TVG-REGISTRO porque la validacion recorre  *
000740* el maestro sobre el area del registro.                         *
000750*----------------------------------------------------------------*
000760  01  VG-NUEVA.
000770      05  VG-NVA-POLIGONO         PIC X(14).
000780      05  VG-NVA-BANDA            PIC 9(02).
000790      05  VG-NVA-DESDE            PIC 9(08).
000800      05  VG-NVA-HASTA            PIC 9(08).
000810      05  VG-NVA-AREA-HASTA       PIC 9(15).
000820      05  VG-NVA-PRECIO-AREA      PIC 9(05)V9(02).
000830      05  VG-NVA-RECARGO-CORTE    PIC 9(05)V9(02).
000840      05  VG-NVA-RECARGO-IRREG    PIC 9(03).

000850*----------------------------------------------------------------*
000860* VALIDACION. VG-MODO dice quien valida: A alta, M modificacion *
000870* (la tarifa misma no cuenta contra si), C carga del plano.      *
000880* En el alta, la tarifa sin fin de la misma banda que empezo     *
000890* antes no es error sino candidata a cerrarse (VG-ANT-DESDE).    *
000900*----------------------------------------------------------------*
000910  77  VG-MODO                     PIC X(01) VALUE SPACE.
000920  77  VG-VALIDA-SW                PIC X(01) VALUE "N".
000930      88  VG-TARIFA-VALIDA                  VALUE "S".
000940  77  VG-ANTERIOR-SW              PIC X(01) VALUE "N".
000950      88  VG-HAY-ANTERIOR-ABIERTA           VALUE "S".
000960  77  VG-ANT-DESDE                PIC 9(08) VALUE 0.
000970  77  VG-FIN-VECINAS              PIC X(01) VALUE "N".
000980      88  VG-FIN-VECINAS-SI                 VALUE "S".
000990  01  VG-FECHA-VALIDAR            PIC 9(08) VALUE 0.
001040  77  VG-FECHA-SW                 PIC X(01) VALUE "N".
001050      88  VG-FECHA-CORRECTA                 VALUE "S".

001060*----------------------------------------------------------------*
001070* CARGA DEL PLANO: banda en curso y limite anterior del          *
001080* poligono para numerar las bandas y revisar que suban.          *
001090*----------------------------------------------------------------*
001100  77  VG-PLANO-POLIGONO           PIC X(14) VALUE SPACES.
001110  77  VG-PLANO-BANDA              PIC 9(02) VALUE 0.
001120  77  VG-PLANO-AREA-ANTERIOR      PIC 9(15) VALUE 0.
001130  77  VG-PLANO-LEIDAS             PIC 9(06) VALUE 0.
001140  77  VG-PLANO-CARGADAS           PIC 9(06) VALUE 0.
001150  77  VG-PLANO-RECHAZADAS         PIC 9(06) VALUE 0.

001160*----------------------------------------------------------------*
001170* CAMPOS DE EDICION.                                             *
001180*----------------------------------------------------------------*
001190  77  VG-HASTA-TEXTO              PIC X(08) VALUE SPACES.
001200  77  VG-AREA-EDIT                PIC Z(14)9.
001210  77  VG-PRECIO-EDIT              PIC Z(4)9.99.
001220  77  VG-CORTE-EDIT               PIC Z(4)9.99.
001230  77  VG-IRREG-EDIT               PIC ZZ9.
001240  77  VG-CANT-EDIT                PIC Z(5)9.

001250  PROCEDURE DIVISION.
001260*================================================================*
001270* 0000-MAINLINE                                                  *
001280*     Abre el maestro de tarifas y atiende el menu de            *
001290*     mantenimiento hasta que el operador pida salir.            *
001300*================================================================*
001310  0000-MAINLINE.
001320      PERFORM 1000-INICIO
001330          THRU 1000-INICIO-EXIT
001340      PERFORM 2000-MENU
001350          THRU 2000-MENU-EXIT
001360          UNTIL VG-FIN-PROCESO-SI
001370      PERFORM 9000-FINALIZAR
001380          THRU 9000-FINALIZAR-EXIT
001390      STOP RUN.

001400*----------------------------------------------------------------*
001410* 1000-INICIO                                                    *
001420*     Abre el maestro en entrada-salida, creandolo vacio la      *
001430*     primera vez (igual que CLIENTES).                          *
001440*----------------------------------------------------------------*
001450  1000-INICIO.
001460      ACCEPT VG-HOY FROM DATE YYYYMMDD
001470      OPEN I-O TARVIG-FILE
001480      IF VG-ESTADO-TARVIG = "35"
001490          OPEN OUTPUT TARVIG-FILE
001500          CLOSE TARVIG-FILE
001510          OPEN I-O TARVIG-FILE
001520      END-IF
001530      IF VG-ESTADO-TARVIG = "00"
001540          SET VG-TARVIG-ABIERTO-SI TO TRUE
001550      ELSE
001560          DISPLAY "No se pudo abrir TARVIG-FILE, estado: "
001570              VG-ESTADO-TARVIG
001580          SET VG-FIN-PROCESO-SI TO TRUE
001590      END-IF.
001600  1000-INICIO-EXIT.
001610      EXIT.

001620*----------------------------------------------------------------*
001630* 2000-MENU                                                      *
001640*     Una vuelta del menu principal.                             *
001650*----------------------------------------------------------------*
001660  2000-MENU.
001670      DISPLAY " "
001680      DISPLAY "MAESTRO DE TARIFAS CON VIGENCIA"
001690      DISPLAY "  1 = consultar las tarifas de un poligono"
001700      DISPLAY "  2 = dar de alta una tarifa"
001710      DISPLAY "  3 = modificar una tarifa"
001720      DISPLAY "  4 = listar el maestro completo"
001730      DISPLAY "  5 = cargar el archivo plano TARIFAS"
001740      DISPLAY "  0 = salir"
001750      DISPLAY "Opcion: "
001760      ACCEPT VG-OPCION
001770      EVALUATE VG-OPCION
001780          WHEN "1"
001790              PERFORM 3000-CONSULTAR-POLIGONO
001800                  THRU 3000-CONSULTAR-POLIGONO-EXIT
001810          WHEN "2"
001820              PERFORM 4000-ALTA-TARIFA
001830                  THRU 4000-ALTA-TARIFA-EXIT
001840          WHEN "3"
001850              PERFORM 5000-MODIFICAR-TARIFA
001860                  THRU 5000-MODIFICAR-TARIFA-EXIT
001870          WHEN "4"
001880              PERFORM 6000-LISTAR-TARIFAS
001890                  THRU 6000-LISTAR-TARIFAS-EXIT
001900          WHEN "5"
001910              PERFORM 7000-CARGAR-PLANO
001920                  THRU 7000-CARGAR-PLANO-EXIT
001930          WHEN "0"
001940              SET VG-FIN-PROCESO-SI TO TRUE
001950          WHEN OTHER
001960              DISPLAY "Opcion no reconocida."
001970      END-EVALUATE.
001980  2000-MENU-EXIT.
001990      EXIT.

002000*----------------------------------------------------------------*
002010* 2100-PEDIR-CLAVE                                               *
002020*     Captura poligono, banda e inicio de vigencia de la         *
002030*     tarifa y los deja en VG-NUEVA y en TVG-CLAVE.              *
002040*----------------------------------------------------------------*
002050  2100-PEDIR-CLAVE.
002060      DISPLAY "Poligono: "
002070      ACCEPT VG-NVA-POLIGONO
002080      DISPLAY "Banda de area (01, 02, ...): "
002090      ACCEPT VG-NVA-BANDA
002100      DISPLAY "Vigente desde (AAAAMMDD): "
002110      ACCEPT VG-NVA-DESDE
002120      MOVE VG-NVA-POLIGONO TO TVG-POLIGONO
002130      MOVE VG-NVA-BANDA TO TVG-BANDA
002140      MOVE VG-NVA-DESDE TO TVG-VIGENCIA-DESDE.
002150  2100-PEDIR-CLAVE-EXIT.
002160      EXIT.

002170*----------------------------------------------------------------*
002180* 2200-CAPTURAR-DATOS                                            *
002190*     Captura fin de vigencia, limite de area y precios sobre    *
002200*     VG-NUEVA, sin tocar la clave.                              *
002210*----------------------------------------------------------------*
002220  2200-CAPTURAR-DATOS.
002230      DISPLAY "Vigente hasta (AAAAMMDD, 0 = sin fin): "
002240      ACCEPT VG-NVA-HASTA
002250      IF VG-NVA-HASTA = 0
002260          MOVE 99999999 TO VG-NVA-HASTA
002270      END-IF
002280      DISPLAY "Area hasta (limite superior de la banda): "
002290      ACCEPT VG-NVA-AREA-HASTA
002300      DISPLAY "Precio por unidad de area: "
002310      ACCEPT VG-NVA-PRECIO-AREA
002320      DISPLAY "Recargo de corte por unidad de perimetro: "
002330      ACCEPT VG-NVA-RECARGO-CORTE
002340      DISPLAY "Porcentaje de recargo por irregular: "
002350      ACCEPT VG-NVA-RECARGO-IRREG.
002360  2200-CAPTURAR-DATOS-EXIT.
002370      EXIT.

002380*----------------------------------------------------------------*
002390* 2300-VALIDAR-TARIFA                                            *
002400*     Revisa los campos de VG-NUEVA y la recorre contra las      *
002410*     demas tarifas del poligono (2310). Reporta todos los       *
002420*     problemas que encuentre y deja VG-TARIFA-VALIDA apagado    *
002430*     si hubo alguno.                                            *
002440*----------------------------------------------------------------*
002450  2300-VALIDAR-TARIFA.
002460      MOVE "S" TO VG-VALIDA-SW
002470      MOVE "N" TO VG-ANTERIOR-SW
002480      IF VG-NVA-POLIGONO = SPACES
002490          DISPLAY "El poligono no puede quedar en blanco."
002500          MOVE "N" TO VG-VALIDA-SW
002510      END-IF
002520      IF VG-NVA-BANDA = 0
002530          DISPLAY "La banda debe ser 01 o mayor."
002540          MOVE "N" TO VG-VALIDA-SW
002550      END-IF
002560      MOVE VG-NVA-DESDE TO VG-FECHA-VALIDAR
002570      PERFORM 2600-VALIDAR-FECHA
002580          THRU 2600-VALIDAR-FECHA-EXIT
002590      IF NOT VG-FECHA-CORRECTA
002600          DISPLAY "Fecha de inicio de vigencia invalida."
002610          MOVE "N" TO VG-VALIDA-SW
002620      END-IF
002630      IF VG-NVA-HASTA NOT = 99999999
002640          MOVE VG-NVA-HASTA TO VG-FECHA-VALIDAR
002650          PERFORM 2600-VALIDAR-FECHA
002660              THRU 2600-VALIDAR-FECHA-EXIT
002670          IF NOT VG-FECHA-CORRECTA
002680              DISPLAY "Fecha de fin de vigencia invalida."
002690              MOVE "N" TO VG-VALIDA-SW
002700          END-IF
002710      END-IF
002720      IF VG-NVA-HASTA < VG-NVA-DESDE
002730          DISPLAY "La vigencia termina antes de empezar."
002740          MOVE "N" TO VG-VALIDA-SW
002750      END-IF
002760      IF VG-NVA-AREA-HASTA = 0
002770          DISPLAY "El limite de area de la banda no puede ser 0."
002780          MOVE "N" TO VG-VALIDA-SW
002790      END-IF
002800      IF NOT VG-TARIFA-VALIDA
002810          GO TO 2300-VALIDAR-TARIFA-EXIT
002820      END-IF
002830      MOVE "N" TO VG-FIN-VECINAS
002840      MOVE VG-NVA-POLIGONO TO TVG-POLIGONO
002850      MOVE 0 TO TVG-BANDA
002860      MOVE 0 TO TVG-VIGENCIA-DESDE
002870      START TARVIG-FILE KEY NOT < TVG-CLAVE
002880          INVALID KEY
002890              SET VG-FIN-VECINAS-SI TO TRUE
002900      END-START
002910      PERFORM 2310-REVISAR-VECINA
002920          THRU 2310-REVISAR-VECINA-EXIT
002930          UNTIL VG-FIN-VECINAS-SI.
002940  2300-VALIDAR-TARIFA-EXIT.
002950      EXIT.

002960*----------------------------------------------------------------*
002970* 2310-REVISAR-VECINA                                            *
002980*     Una pasada de 2300: compara con la tarifa leida si sus     *
002990*     vigencias se cruzan. Misma banda: traslape (salvo la       *
003000*     anterior sin fin en un alta). Banda menor: su limite debe  *
003010*     ser menor; banda mayor: su limite debe ser mayor.          *
003020*----------------------------------------------------------------*
003030  2310-REVISAR-VECINA.
003040      READ TARVIG-FILE NEXT RECORD
003050          AT END
003060              SET VG-FIN-VECINAS-SI TO TRUE
003070              GO TO 2310-REVISAR-VECINA-EXIT
003080      END-READ
003090      IF TVG-POLIGONO NOT = VG-NVA-POLIGONO
003100          SET VG-FIN-VECINAS-SI TO TRUE
003110          GO TO 2310-REVISAR-VECINA-EXIT
003120      END-IF
003130      IF TVG-BANDA = VG-NVA-BANDA
003140              AND TVG-VIGENCIA-DESDE = VG-NVA-DESDE
003150          GO TO 2310-REVISAR-VECINA-EXIT
003160      END-IF
003170      IF TVG-VIGENCIA-DESDE > VG-NVA-HASTA
003180              OR TVG-VIGENCIA-HASTA < VG-NVA-DESDE
003190          GO TO 2310-REVISAR-VECINA-EXIT
003200      END-IF
003210      PERFORM 2500-MOSTRAR-TARIFA
003220          THRU 2500-MOSTRAR-TARIFA-EXIT
003230      IF TVG-BANDA = VG-NVA-BANDA
003240          IF VG-MODO = "A"
003250                  AND TVG-SIN-FIN
003260                  AND TVG-VIGENCIA-DESDE < VG-NVA-DESDE
003270                  AND NOT VG-HAY-ANTERIOR-ABIERTA
003280              MOVE TVG-VIGENCIA-DESDE TO VG-ANT-DESDE
003290              SET VG-HAY-ANTERIOR-ABIERTA TO TRUE
003300              DISPLAY "  ^ sigue vigente sin fin en la banda."
003310          ELSE
003320              DISPLAY "  ^ se traslapa con la nueva en la "
003330                  "misma banda."
003340              MOVE "N" TO VG-VALIDA-SW
003350          END-IF
003360          GO TO 2310-REVISAR-VECINA-EXIT
003370      END-IF
003380      IF TVG-BANDA < VG-NVA-BANDA
003390              AND TVG-AREA-HASTA NOT < VG-NVA-AREA-HASTA
003400          DISPLAY "  ^ banda menor vigente a la vez con limite "
003410              "igual o mayor: las bandas deben subir."
003420          MOVE "N" TO VG-VALIDA-SW
003430      END-IF
003440      IF TVG-BANDA > VG-NVA-BANDA
003450              AND TVG-AREA-HASTA NOT > VG-NVA-AREA-HASTA
003460          DISPLAY "  ^ banda mayor vigente a la vez con limite "
003470              "igual o menor: las bandas deben subir."
003480          MOVE "N" TO VG-VALIDA-SW
003490      END-IF.
003500  2310-REVISAR-VECINA-EXIT.
003510      EXIT.

003520*----------------------------------------------------------------*
003530* 2400-GRABAR-NUEVA                                              *
003540*     Arma TVG-REGISTRO con VG-NUEVA y lo escribe.               *
003550*----------------------------------------------------------------*
003560  2400-GRABAR-NUEVA.
003570      MOVE SPACES TO TVG-REGISTRO
003580      MOVE VG-NVA-POLIGONO TO TVG-POLIGONO
003590      MOVE VG-NVA-BANDA TO TVG-BANDA
003600      MOVE VG-NVA-DESDE TO TVG-VIGENCIA-DESDE
003610      PERFORM 2410-PASAR-DATOS
003620          THRU 2410-PASAR-DATOS-EXIT
003630      WRITE TVG-REGISTRO
003640          INVALID KEY
003650              DISPLAY "Ya existe esa tarifa, no se dio de alta."
003660          NOT INVALID KEY
003670              DISPLAY "Tarifa " FUNCTION TRIM (TVG-POLIGONO)
003680                  " banda " TVG-BANDA " desde "
003690                  TVG-VIGENCIA-DESDE " dada de alta."
003700      END-WRITE.
003710  2400-GRABAR-NUEVA-EXIT.
003720      EXIT.

003730*----------------------------------------------------------------*
003740* 2410-PASAR-DATOS                                               *
003750*     Pasa de VG-NUEVA a TVG-REGISTRO los campos que no son      *
003760*     clave, con la fecha del movimiento.                        *
003770*----------------------------------------------------------------*
003780  2410-PASAR-DATOS.
003790      MOVE VG-NVA-HASTA TO TVG-VIGENCIA-HASTA
003800      MOVE VG-NVA-AREA-HASTA TO TVG-AREA-HASTA
003810      MOVE VG-NVA-PRECIO-AREA TO TVG-PRECIO-AREA
003820      MOVE VG-NVA-RECARGO-CORTE TO TVG-RECARGO-CORTE
003830      MOVE VG-NVA-RECARGO-IRREG TO TVG-RECARGO-IRREG
003840      MOVE VG-HOY TO TVG-FECHA-MOVIMIENTO.
003850  2410-PASAR-DATOS-EXIT.
003860      EXIT.

003870*----------------------------------------------------------------*
003880* 2500-MOSTRAR-TARIFA                                            *
003890*     Muestra la tarifa que este en TVG-REGISTRO.                *
003900*----------------------------------------------------------------*
003910  2500-MOSTRAR-TARIFA.
003920      IF TVG-SIN-FIN
003930          MOVE "sin fin" TO VG-HASTA-TEXTO
003940      ELSE
003950          MOVE TVG-VIGENCIA-HASTA TO VG-HASTA-TEXTO
003960      END-IF
003970      MOVE TVG-AREA-HASTA TO VG-AREA-EDIT
003980      MOVE TVG-PRECIO-AREA TO VG-PRECIO-EDIT
003990      MOVE TVG-RECARGO-CORTE TO VG-CORTE-EDIT
004000      MOVE TVG-RECARGO-IRREG TO VG-IRREG-EDIT
004010      DISPLAY TVG-POLIGONO " banda " TVG-BANDA
004020          "  vigente del " TVG-VIGENCIA-DESDE " al "
004030          VG-HASTA-TEXTO
004040      DISPLAY "    area hasta " VG-AREA-EDIT
004050          "  precio " VG-PRECIO-EDIT
004060          "  corte " VG-CORTE-EDIT
004070          "  irregular " VG-IRREG-EDIT "%".
004080  2500-MOSTRAR-TARIFA-EXIT.
004090      EXIT.

004100*----------------------------------------------------------------*
004110* 2600-VALIDAR-FECHA                                             *
004120*     Revisa que VG-FECHA-VALIDAR sea una fecha AAAAMMDD         *
004130*     existente en el calendario (desde 1601): 20270230 no pasa. *
004140*----------------------------------------------------------------*
004150  2600-VALIDAR-FECHA.
004160      MOVE "S" TO VG-FECHA-SW
004170      IF FUNCTION TEST-DATE-YYYYMMDD (VG-FECHA-VALIDAR) NOT = 0
004200          MOVE "N" TO VG-FECHA-SW
004210      END-IF.
004220  2600-VALIDAR-FECHA-EXIT.
004230      EXIT.

004240*----------------------------------------------------------------*
004250* 3000-CONSULTAR-POLIGONO                                        *
004260*     Muestra las tarifas de un poligono en orden de banda y     *
004270*     vigencia; con fecha, solo las vigentes ese dia.            *
004280*----------------------------------------------------------------*
004290  3000-CONSULTAR-POLIGONO.
004300      DISPLAY "Poligono: "
004310      ACCEPT VG-POLIGONO-CONSULTA
004320      DISPLAY "Vigentes el dia (AAAAMMDD, 0 = todas): "
004330      ACCEPT VG-FECHA-CONSULTA
004340      MOVE 0 TO VG-LISTADOS
004350      MOVE "N" TO VG-FIN-LISTA
004360      MOVE VG-POLIGONO-CONSULTA TO TVG-POLIGONO
004370      MOVE 0 TO TVG-BANDA
004380      MOVE 0 TO TVG-VIGENCIA-DESDE
004390      START TARVIG-FILE KEY NOT < TVG-CLAVE
004400          INVALID KEY
004410              SET VG-FIN-LISTA-SI TO TRUE
004420      END-START
004430      PERFORM 3010-LEER-TARIFA
004440          THRU 3010-LEER-TARIFA-EXIT
004450          UNTIL VG-FIN-LISTA-SI
004460      IF VG-LISTADOS = 0
004470          DISPLAY "No hay tarifas para ese poligono."
004480      END-IF.
004490  3000-CONSULTAR-POLIGONO-EXIT.
004500      EXIT.

004510*----------------------------------------------------------------*
004520* 3010-LEER-TARIFA                                               *
004530*     Una pasada de la consulta: el primer registro de otro      *
004540*     poligono la termina.                                       *
004550*----------------------------------------------------------------*
004560  3010-LEER-TARIFA.
004570      READ TARVIG-FILE NEXT RECORD
004580          AT END
004590              SET VG-FIN-LISTA-SI TO TRUE
004600              GO TO 3010-LEER-TARIFA-EXIT
004610      END-READ
004620      IF TVG-POLIGONO NOT = VG-POLIGONO-CONSULTA
004630          SET VG-FIN-LISTA-SI TO TRUE
004640          GO TO 3010-LEER-TARIFA-EXIT
004650      END-IF
004660      IF VG-FECHA-CONSULTA > 0
004670          IF TVG-VIGENCIA-DESDE > VG-FECHA-CONSULTA
004680                  OR TVG-VIGENCIA-HASTA < VG-FECHA-CONSULTA
004690              GO TO 3010-LEER-TARIFA-EXIT
004700          END-IF
004710      END-IF
004720      ADD 1 TO VG-LISTADOS
004730      PERFORM 2500-MOSTRAR-TARIFA
004740          THRU 2500-MOSTRAR-TARIFA-EXIT.
004750  3010-LEER-TARIFA-EXIT.
004760      EXIT.

004770*----------------------------------------------------------------*
004780* 4000-ALTA-TARIFA                                               *
004790*     Da de alta una tarifa nueva; una clave repetida se avisa   *
004800*     y no se toca (para cambiarla esta la opcion 3). Si la      *
004810*     misma banda tiene una tarifa sin fin que empezo antes, se  *
004820*     ofrece cerrarla la vispera (4100); sin cerrarla, el alta   *
004830*     se rechaza por traslape.                                   *
004840*----------------------------------------------------------------*
004850  4000-ALTA-TARIFA.
004860      PERFORM 2100-PEDIR-CLAVE
004870          THRU 2100-PEDIR-CLAVE-EXIT
004880      READ TARVIG-FILE
004890          NOT INVALID KEY
004900              DISPLAY "Ya existe esa tarifa, no se dio de alta."
004910              GO TO 4000-ALTA-TARIFA-EXIT
004920      END-READ
004930      PERFORM 2200-CAPTURAR-DATOS
004940          THRU 2200-CAPTURAR-DATOS-EXIT
004950      MOVE "A" TO VG-MODO
004960      PERFORM 2300-VALIDAR-TARIFA
004970          THRU 2300-VALIDAR-TARIFA-EXIT
004980      IF NOT VG-TARIFA-VALIDA
004990          DISPLAY "La tarifa no se dio de alta."
005000          GO TO 4000-ALTA-TARIFA-EXIT
005010      END-IF
005020      IF VG-HAY-ANTERIOR-ABIERTA
005030          DISPLAY "Cerrar la tarifa del " VG-ANT-DESDE
005040              " la vispera del " VG-NVA-DESDE "? (S/N): "
005050          ACCEPT VG-RESPUESTA
005060          IF VG-RESPUESTA NOT = "S" AND VG-RESPUESTA NOT = "s"
005070              DISPLAY "Se traslaparia con la anterior; la tarifa "
005080                  "no se dio de alta."
005090              GO TO 4000-ALTA-TARIFA-EXIT
005100          END-IF
005110          PERFORM 4100-CERRAR-ANTERIOR
005120              THRU 4100-CERRAR-ANTERIOR-EXIT
005130          IF VG-ESTADO-TARVIG NOT = "00"
005140              GO TO 4000-ALTA-TARIFA-EXIT
005150          END-IF
005160      END-IF
005170      PERFORM 2400-GRABAR-NUEVA
005180          THRU 2400-GRABAR-NUEVA-EXIT.
005190  4000-ALTA-TARIFA-EXIT.
005200      EXIT.

005210*----------------------------------------------------------------*
005220* 4100-CERRAR-ANTERIOR                                           *
005230*     Pone fin a la tarifa sin fin de la misma banda el dia      *
005240*     anterior al inicio de la nueva.                            *
005250*----------------------------------------------------------------*
005260  4100-CERRAR-ANTERIOR.
005270      MOVE VG-NVA-POLIGONO TO TVG-POLIGONO
005280      MOVE VG-NVA-BANDA TO TVG-BANDA
005290      MOVE VG-ANT-DESDE TO TVG-VIGENCIA-DESDE
005300      READ TARVIG-FILE
005310          INVALID KEY
005320              DISPLAY "No se pudo releer la tarifa anterior, "
005330                  "estado: " VG-ESTADO-TARVIG
005340              GO TO 4100-CERRAR-ANTERIOR-EXIT
005350      END-READ
005360      COMPUTE TVG-VIGENCIA-HASTA = FUNCTION DATE-OF-INTEGER
005370          (FUNCTION INTEGER-OF-DATE (VG-NVA-DESDE) - 1)
005380      MOVE VG-HOY TO TVG-FECHA-MOVIMIENTO
005390      REWRITE TVG-REGISTRO
005400      IF VG-ESTADO-TARVIG = "00"
005410          DISPLAY "Tarifa del " VG-ANT-DESDE " cerrada al "
005420              TVG-VIGENCIA-HASTA "."
005430      ELSE
005440          DISPLAY "No se pudo cerrar la tarifa anterior, "
005450              "estado: " VG-ESTADO-TARVIG
005460      END-IF.
005470  4100-CERRAR-ANTERIOR-EXIT.
005480      EXIT.

005490*----------------------------------------------------------------*
005500* 5000-MODIFICAR-TARIFA                                          *
005510*     Lee una tarifa por su clave, la muestra y recaptura sus    *
005520*     datos (la clave no se cambia). La tarifa modificada pasa   *
005530*     por la misma validacion que un alta.                       *
005540*----------------------------------------------------------------*
005550  5000-MODIFICAR-TARIFA.
005560      PERFORM 2100-PEDIR-CLAVE
005570          THRU 2100-PEDIR-CLAVE-EXIT
005580      READ TARVIG-FILE
005590          INVALID KEY
005600              DISPLAY "No hay tarifa con esa clave."
005610              GO TO 5000-MODIFICAR-TARIFA-EXIT
005620      END-READ
005630      PERFORM 2500-MOSTRAR-TARIFA
005640          THRU 2500-MOSTRAR-TARIFA-EXIT
005650      PERFORM 2200-CAPTURAR-DATOS
005660          THRU 2200-CAPTURAR-DATOS-EXIT
005670      MOVE "M" TO VG-MODO
005680      PERFORM 2300-VALIDAR-TARIFA
005690          THRU 2300-VALIDAR-TARIFA-EXIT
005700      IF NOT VG-TARIFA-VALIDA
005710          DISPLAY "La tarifa no se modifico."
005720          GO TO 5000-MODIFICAR-TARIFA-EXIT
005730      END-IF
005740      MOVE VG-NVA-POLIGONO TO TVG-POLIGONO
005750      MOVE VG-NVA-BANDA TO TVG-BANDA
005760      MOVE VG-NVA-DESDE TO TVG-VIGENCIA-DESDE
005770      READ TARVIG-FILE
005780          INVALID KEY
005790              DISPLAY "No se pudo releer la tarifa, estado: "
005800                  VG-ESTADO-TARVIG
005810              GO TO 5000-MODIFICAR-TARIFA-EXIT
005820      END-READ
005830      PERFORM 2410-PASAR-DATOS
005840          THRU 2410-PASAR-DATOS-EXIT
005850      REWRITE TVG-REGISTRO
005860      IF VG-ESTADO-TARVIG = "00"
005870          DISPLAY "Tarifa actualizada."
005880      ELSE
005890          DISPLAY "No se pudo reescribir la tarifa, "
005900              "estado: " VG-ESTADO-TARVIG
005910      END-IF.
005920  5000-MODIFICAR-TARIFA-EXIT.
005930      EXIT.

005940*----------------------------------------------------------------*
005950* 6000-LISTAR-TARIFAS                                            *
005960*     Recorre el maestro completo en orden de poligono, banda    *
005970*     y vigencia y muestra cada tarifa.                          *
005980*----------------------------------------------------------------*
005990  6000-LISTAR-TARIFAS.
006000      MOVE "N" TO VG-FIN-LISTA
006010      MOVE 0 TO VG-LISTADOS
006020      MOVE LOW-VALUES TO TVG-CLAVE
006030      START TARVIG-FILE KEY NOT < TVG-CLAVE
006040          INVALID KEY
006050              DISPLAY "El maestro de tarifas esta vacio."
006060              SET VG-FIN-LISTA-SI TO TRUE
006070      END-START
006080      IF VG-FIN-LISTA-SI
006090          GO TO 6000-LISTAR-TARIFAS-EXIT
006100      END-IF
006110      PERFORM 6010-LEER-TARIFA
006120          THRU 6010-LEER-TARIFA-EXIT
006130          UNTIL VG-FIN-LISTA-SI
006140      MOVE VG-LISTADOS TO VG-CANT-EDIT
006150      DISPLAY "Tarifas listadas: " VG-CANT-EDIT.
006160  6000-LISTAR-TARIFAS-EXIT.
006170      EXIT.

006180*----------------------------------------------------------------*
006190* 6010-LEER-TARIFA                                               *
006200*     Una pasada del listado: lee el siguiente registro del      *
006210*     maestro y lo muestra.                                      *
006220*----------------------------------------------------------------*
006230  6010-LEER-TARIFA.
006240      READ TARVIG-FILE NEXT RECORD
006250          AT END
006260              SET VG-FIN-LISTA-SI TO TRUE
006270          NOT AT END
006280              ADD 1 TO VG-LISTADOS
006290              PERFORM 2500-MOSTRAR-TARIFA
006300                  THRU 2500-MOSTRAR-TARIFA-EXIT
006310      END-READ.
006320  6010-LEER-TARIFA-EXIT.
006330      EXIT.

006340*----------------------------------------------------------------*
006350* 7000-CARGAR-PLANO                                              *
006360*     Carga el archivo plano TARIFAS-FILE al maestro con una     *
006370*     sola fecha de inicio de vigencia y sin fin. Las bandas de  *
006380*     cada poligono se numeran en el orden del archivo; una      *
006390*     banda que no sube respecto de la anterior se rechaza.      *
006400*----------------------------------------------------------------*
006410  7000-CARGAR-PLANO.
006420      DISPLAY "Vigente desde (AAAAMMDD) para todas las tarifas "
006430          "del plano: "
006440      ACCEPT VG-NVA-DESDE
006450      MOVE VG-NVA-DESDE TO VG-FECHA-VALIDAR
006460      PERFORM 2600-VALIDAR-FECHA
006470          THRU 2600-VALIDAR-FECHA-EXIT
006480      IF NOT VG-FECHA-CORRECTA
006490          DISPLAY "Fecha de inicio de vigencia invalida."
006500          GO TO 7000-CARGAR-PLANO-EXIT
006510      END-IF
006520      OPEN INPUT TARIFAS-FILE
006530      IF VG-ESTADO-TARIFAS NOT = "00"
006540          DISPLAY "No se pudo abrir TARIFAS-FILE, estado: "
006550              VG-ESTADO-TARIFAS
006560          GO TO 7000-CARGAR-PLANO-EXIT
006570      END-IF
006580      MOVE "N" TO VG-FIN-PLANO
006590      MOVE SPACES TO VG-PLANO-POLIGONO
006600      MOVE 0 TO VG-PLANO-LEIDAS
006610      MOVE 0 TO VG-PLANO-CARGADAS
006620      MOVE 0 TO VG-PLANO-RECHAZADAS
006630      PERFORM 7010-LEER-PLANO
006640          THRU 7010-LEER-PLANO-EXIT
006650          UNTIL VG-FIN-PLANO-SI
006660      CLOSE TARIFAS-FILE
006670      MOVE VG-PLANO-LEIDAS TO VG-CANT-EDIT
006680      DISPLAY "Tarifas leidas del plano:  " VG-CANT-EDIT
006690      MOVE VG-PLANO-CARGADAS TO VG-CANT-EDIT
006700      DISPLAY "Tarifas cargadas:          " VG-CANT-EDIT
006710      MOVE VG-PLANO-RECHAZADAS TO VG-CANT-EDIT
006720      DISPLAY "Tarifas rechazadas:        " VG-CANT-EDIT.
006730  7000-CARGAR-PLANO-EXIT.
006740      EXIT.

006750*----------------------------------------------------------------*
006760* 7010-LEER-PLANO                                                *
006770*     Una pasada de la carga: numera la banda, revisa que suba   *
006780*     y la da de alta si pasa la validacion de 2300.             *
006790*----------------------------------------------------------------*
006800  7010-LEER-PLANO.
006810      READ TARIFAS-FILE
006820          AT END
006830              SET VG-FIN-PLANO-SI TO TRUE
006840              GO TO 7010-LEER-PLANO-EXIT
006850      END-READ
006860      ADD 1 TO VG-PLANO-LEIDAS
006870      IF TAR-AREA-HASTA NOT NUMERIC
006880              OR TAR-PRECIO-AREA NOT NUMERIC
006890              OR TAR-RECARGO-CORTE NOT NUMERIC
006900              OR TAR-RECARGO-IRREG NOT NUMERIC
006910          DISPLAY "Tarifa de " FUNCTION TRIM (TAR-POLIGONO)
006920              " con datos no numericos, rechazada."
006930          ADD 1 TO VG-PLANO-RECHAZADAS
006940          GO TO 7010-LEER-PLANO-EXIT
006950      END-IF
006960      IF TAR-POLIGONO NOT = VG-PLANO-POLIGONO
006970          MOVE TAR-POLIGONO TO VG-PLANO-POLIGONO
006980          MOVE 0 TO VG-PLANO-BANDA
006990          MOVE 0 TO VG-PLANO-AREA-ANTERIOR
007000      END-IF
007010      IF TAR-AREA-HASTA NOT > VG-PLANO-AREA-ANTERIOR
007020          DISPLAY "Tarifa de " FUNCTION TRIM (TAR-POLIGONO)
007030              " hasta " TAR-AREA-HASTA
007040              " no sube respecto de la banda anterior, rechazada."
007050          ADD 1 TO VG-PLANO-RECHAZADAS
007060          GO TO 7010-LEER-PLANO-EXIT
007070      END-IF
007080      ADD 1 TO VG-PLANO-BANDA
007090      MOVE TAR-AREA-HASTA TO VG-PLANO-AREA-ANTERIOR
007100      MOVE TAR-POLIGONO TO VG-NVA-POLIGONO
007110      MOVE VG-PLANO-BANDA TO VG-NVA-BANDA
007120      MOVE 99999999 TO VG-NVA-HASTA
007130      MOVE TAR-AREA-HASTA TO VG-NVA-AREA-HASTA
007140      MOVE TAR-PRECIO-AREA TO VG-NVA-PRECIO-AREA
007150      MOVE TAR-RECARGO-CORTE TO VG-NVA-RECARGO-CORTE
007160      MOVE TAR-RECARGO-IRREG TO VG-NVA-RECARGO-IRREG
007170      MOVE "C" TO VG-MODO
007180      PERFORM 2300-VALIDAR-TARIFA
007190          THRU 2300-VALIDAR-TARIFA-EXIT
007200      IF NOT VG-TARIFA-VALIDA
007210          DISPLAY "Tarifa de " FUNCTION TRIM (TAR-POLIGONO)
007220              " banda " VG-NVA-BANDA " rechazada."
007230          ADD 1 TO VG-PLANO-RECHAZADAS
007240          GO TO 7010-LEER-PLANO-EXIT
007250      END-IF
007260      PERFORM 2400-GRABAR-NUEVA
007270          THRU 2400-GRABAR-NUEVA-EXIT
007280      IF VG-ESTADO-TARVIG = "00"
007290          ADD 1 TO VG-PLANO-CARGADAS
007300      ELSE
007310          ADD 1 TO VG-PLANO-RECHAZADAS
007320      END-IF.
007330  7010-LEER-PLANO-EXIT.
007340      EXIT.

007350*----------------------------------------------------------------*
007360* 9000-FINALIZAR                                                 *
007370*     Cierra el maestro antes de terminar.                       *
007380*----------------------------------------------------------------*
007390  9000-FINALIZAR.
007400      IF VG-TARVIG-ABIERTO-SI
007410          CLOSE TARVIG-FILE
007420      END-IF.
007430  9000-FINALIZAR-EXIT.
007440      EXIT.
