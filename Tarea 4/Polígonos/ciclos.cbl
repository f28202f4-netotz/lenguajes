000010*================================================================*
000020* CICLOS.CBL                                                     *
000030*================================================================*
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID. CICLOS.
000060  AUTHOR. R. CASTRO VELAZQUEZ.
000070  INSTALLATION. TALLER DE CORTE - LINEA DE PANELES.
000080  DATE-WRITTEN. 2026-10-11.
000090  DATE-COMPILED.
000100*----------------------------------------------------------------*
000110* PROPOSITO.                                                     *
000120*     Tiempos de ciclo y antiguedad del trabajo en proceso. De   *
000130*     la auditoria de cambios de estatus (AUDITORIA-FILE, ver    *
000140*     AUDREC) toma, por panel, el dia del corte (cambio a X) y   *
000150*     el del embarque (cambio a E), y del maestro de inventario  *
000160*     (INVENTARIO-FILE, ver INVREC) el dia de clasificacion, el  *
000170*     cliente y el poligono. Reporta en CICLOS:                  *
000180*     - los dias de clasificado a cortado y de cortado a         *
000190*       embarcado de cada panel embarcado en el periodo, y los   *
000200*       cortados en el periodo que siguen sin embarcar;          *
000210*     - promedio, maximo y peor panel de cada etapa para todo    *
000220*       el taller, por cliente, por poligono y por el operador   *
000230*       que hizo el cambio (el que corto para C->X, el que       *
000240*       embarco para X->E);                                      *
000250*     - la antiguedad del trabajo abierto: los paneles que       *
000260*       siguen en C o en X con tantos dias o mas desde su        *
000270*       clasificacion, los mas viejos primero.                   *
000280*     La etapa C->X cuenta en el periodo del corte y la X->E en  *
000290*     el del embarque. El periodo viene de PRM-FECHA-DESDE y     *
000300*     PRM-FECHA-HASTA (0 en desde = desde el principio, 0 en     *
000310*     hasta = hoy) y los dias de la lista de antiguedad de       *
000320*     PRM-DIAS-PISO (espacio o 0 = todo lo abierto), en la       *
000330*     tarjeta de parametros (ver PARMREC) o por consola. La      *
000340*     antiguedad se mide a la fecha hasta sobre el estatus que   *
000350*     el maestro tiene al correr.                                *
000360*                                                                *
000370* HISTORIAL DE MODIFICACIONES.                                   *
000380*     2026-10-11 RCV  Version original.                          *
000381*     2026-10-15 RCV  La corrida se registra en el diario de     *
000382*                     corridas (CORRIDAS-FILE, ver CORREC, 9800).*
000383*     2026-10-15 RCV  Fechas del periodo validadas contra el     *
000384*                     calendario; periodo invalido = RC 8.       *
000390*----------------------------------------------------------------*
000400  ENVIRONMENT DIVISION.
000410  INPUT-OUTPUT SECTION.
000420  FILE-CONTROL.
000430      SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
000440          ORGANIZATION IS LINE SEQUENTIAL
000450          FILE STATUS IS CI-ESTADO-AUDITORIA.
000460      SELECT INVENTARIO-FILE ASSIGN TO "INVENTAR"
000470          ORGANIZATION IS INDEXED
000480          ACCESS MODE IS DYNAMIC
000490          RECORD KEY IS INV-CLAVE
000500          FILE STATUS IS CI-ESTADO-INVENTARIO.
000510      SELECT CICLOS-FILE ASSIGN TO "CICLOS"
000520          ORGANIZATION IS LINE SEQUENTIAL
000530          FILE STATUS IS CI-ESTADO-REPORTE.
000540      SELECT PARAMS-FILE ASSIGN TO "PARAMS"
000550          ORGANIZATION IS LINE SEQUENTIAL
000560          FILE STATUS IS CI-ESTADO-PARAMS.
000561      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000562          ORGANIZATION IS LINE SEQUENTIAL
000563          FILE STATUS IS CI-ESTADO-CORRIDAS.

000570  DATA DIVISION.
000580  FILE SECTION.
000590  FD  AUDITORIA-FILE
000600      RECORD CONTAINS 38 CHARACTERS.
000610      COPY AUDREC.

000620  FD  INVENTARIO-FILE
000630      RECORD CONTAINS 307 CHARACTERS.
000640      COPY INVREC.

000650  FD  CICLOS-FILE
000660      RECORD CONTAINS 80 CHARACTERS.
000670  01  CIC-LINEA                  PIC X(80).

000680  FD  PARAMS-FILE
000690      RECORD CONTAINS 80 CHARACTERS.
000700  01  PRM-ENTRADA                PIC X(80).

000701  FD  CORRIDAS-FILE
000702      RECORD CONTAINS 220 CHARACTERS.
000703  01  COR-SALIDA                 PIC X(220).

000710  WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------*
000730* TARJETA DE PARAMETROS (corrida desatendida, ver PARMREC).      *
000740*----------------------------------------------------------------*
000750      COPY PARMREC.
000760  77  CI-ESTADO-PARAMS            PIC X(02) VALUE "00".
000770  77  CI-PARAMS-SW                PIC X(01) VALUE "N".
000780      88  CI-CON-PARAMETROS                 VALUE "S".
000781* Diario de control de corridas (9800, ver CORREC).
000782  77  CI-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
000783      COPY CORREC.

000790*----------------------------------------------------------------*
000800* INDICADORES Y ESTADOS DE ARCHIVO.                              *
000810* Sin inventario no hay fecha de clasificacion contra que medir  *
000820* y la corrida no arranca (RETURN-CODE 8). Sin auditoria no hay  *
000830* tiempos de ciclo, pero la lista de antiguedad sale igual.      *
000840*----------------------------------------------------------------*
000850  77  CI-ESTADO-AUDITORIA         PIC X(02) VALUE "00".
000860  77  CI-ESTADO-INVENTARIO        PIC X(02) VALUE "00".
000870  77  CI-ESTADO-REPORTE           PIC X(02) VALUE "00".
000880  77  CI-FIN-PROCESO              PIC X(01) VALUE "N".
000890      88  CI-FIN-PROCESO-SI                 VALUE "S".
000900  77  CI-FIN-ARCHIVO              PIC X(01) VALUE "N".
000910      88  CI-FIN-ARCHIVO-SI                 VALUE "S".
000920  77  CI-FIN-INVENTARIO           PIC X(01) VALUE "N".
000930      88  CI-FIN-INVENTARIO-SI              VALUE "S".
000940  77  CI-AUDITORIA-ABIERTA        PIC X(01) VALUE "N".
000950      88  CI-AUDITORIA-ABIERTA-SI           VALUE "S".
000960  77  CI-INVENTARIO-ABIERTO       PIC X(01) VALUE "N".
000970      88  CI-INVENTARIO-ABIERTO-SI          VALUE "S".
000980  77  CI-REPORTE-ABIERTO          PIC X(01) VALUE "N".
000990      88  CI-REPORTE-ABIERTO-SI             VALUE "S".
001000  77  CI-PANEL-HALLADO            PIC X(01) VALUE "N".
001010      88  CI-PANEL-HALLADO-SI               VALUE "S".

001020*----------------------------------------------------------------*
001030* PERIODO, DIAS DE LA LISTA DE ANTIGUEDAD Y CALCULO DE DIAS.     *
001040* 2600-CALCULAR-DIAS deja en CI-DIAS los dias de CI-FECHA-INICIO *
001050* a CI-FECHA-FIN; puede salir negativo si la auditoria y el      *
001060* maestro no concuerdan (panel reclasificado despues del corte). *
001070*----------------------------------------------------------------*
001080  77  CI-FECHA-DESDE              PIC 9(08) VALUE 0.
001090  77  CI-FECHA-HASTA              PIC 9(08) VALUE 0.
001100  77  CI-DIAS-PISO                PIC 9(03) VALUE 0.
001110  77  CI-FECHA-INICIO             PIC 9(08) VALUE 0.
001120  77  CI-FECHA-FIN                PIC 9(08) VALUE 0.
001130  77  CI-DIAS                     PIC S9(05) VALUE 0.
001140  77  CI-FECHAS-SW                PIC X(01) VALUE "N".
001150      88  CI-FECHAS-VALIDAS                 VALUE "S".

001160*----------------------------------------------------------------*
001170* TABLA DE CORTES. Un renglon por panel con el dia de su ultimo  *
001180* corte segun la auditoria, si ese corte cayo en el periodo y si *
001190* ya se vio su embarque. Un panel que no cabe se queda sin dia   *
001200* de corte para la etapa X->E (RETURN-CODE 4).                   *
001210*----------------------------------------------------------------*
001220  77  CI-TOTAL-CORTES             PIC 9(04) COMP VALUE 0.
001230  01  CI-TABLA-CORTES.
001240      05  CI-CORTE-ENTRADA        OCCURS 5000 TIMES.
001250          10  CI-COR-CLAVE.
001260              15  CI-COR-PEDIDO   PIC 9(08).
001270              15  CI-COR-LINEA    PIC 9(04).
001280          10  CI-COR-FECHA        PIC 9(08).
001290          10  CI-COR-EN-PERIODO   PIC X(01).
001300          10  CI-COR-EMBARCADO    PIC X(01).
001310  01  CI-CLAVE-BUSCADA.
001320      05  CI-BUS-PEDIDO           PIC 9(08).
001330      05  CI-BUS-LINEA            PIC 9(04).
001340  77  CI-CORTE-INDICE             PIC 9(04) COMP VALUE 0.
001350  77  CI-CORTE-HALLADO            PIC X(01) VALUE "N".
001360      88  CI-CORTE-HALLADO-SI               VALUE "S".
001370  77  CI-CORTES-LLENA             PIC X(01) VALUE "N".
001380      88  CI-CORTES-LLENA-SI                VALUE "S".

001390*----------------------------------------------------------------*
001400* TABLA DE GRUPOS. Tipo T (todo el taller), C (cliente),         *
001410* P (poligono) u O (operador) y, por etapa (1 = C->X,            *
001420* 2 = X->E), paneles, suma de dias, maximo y el panel que lo     *
001430* tuvo. Los grupos que no caben no se acumulan (RETURN-CODE 4).  *
001440*----------------------------------------------------------------*
001450  77  CI-TOTAL-GRUPOS             PIC 9(04) COMP VALUE 0.
001460  01  CI-TABLA-GRUPOS.
001470      05  CI-GRUPO-ENTRADA        OCCURS 700 TIMES.
001480          10  CI-GRU-TIPO         PIC X(01).
001490          10  CI-GRU-CLAVE        PIC X(14).
001500          10  CI-GRU-ETAPA        OCCURS 2 TIMES.
001510              15  CI-GRU-CANT     PIC 9(06).
001520              15  CI-GRU-SUMA     PIC 9(09).
001530              15  CI-GRU-MAXIMO   PIC 9(05).
001540              15  CI-GRU-PEOR-PEDIDO
001550                                  PIC 9(08).
001560              15  CI-GRU-PEOR-LINEA
001570                                  PIC 9(04).
001580  77  CI-GRUPO-INDICE             PIC 9(04) COMP VALUE 0.
001590  77  CI-GRUPO-HALLADO            PIC X(01) VALUE "N".
001600      88  CI-GRUPO-HALLADO-SI               VALUE "S".
001610  77  CI-GRUPOS-LLENA             PIC X(01) VALUE "N".
001620      88  CI-GRUPOS-LLENA-SI                VALUE "S".
001630  77  CI-GRU-BUS-TIPO             PIC X(01) VALUE SPACE.
001640  77  CI-GRU-BUS-CLAVE            PIC X(14) VALUE SPACES.
001650  77  CI-ETAPA                    PIC 9(01) VALUE 0.
001660  77  CI-ACU-DIAS                 PIC 9(05) VALUE 0.
001670  77  CI-ACU-CLIENTE              PIC X(06) VALUE SPACES.
001680  77  CI-ACU-POLIGONO             PIC X(14) VALUE SPACES.
001690  77  CI-ACU-OPERADOR             PIC X(08) VALUE SPACES.
001700  77  CI-ACU-PEDIDO               PIC 9(08) VALUE 0.
001710  77  CI-ACU-LINEA                PIC 9(04) VALUE 0.
001720  77  CI-RENGLONES                PIC 9(06) VALUE 0.

001730*----------------------------------------------------------------*
001740* LISTA DE ANTIGUEDAD. Se mantiene en orden de fecha de          *
001750* clasificacion conforme se carga (el inventario viene en orden  *
001760* de pedido y linea, que queda como segundo orden). Llena, un    *
001770* panel mas viejo que el ultimo de la lista lo desplaza; los     *
001780* que quedan fuera se cuentan (RETURN-CODE 4).                   *
001790*----------------------------------------------------------------*
001800  77  CI-TOTAL-VIEJOS             PIC 9(04) COMP VALUE 0.
001810  01  CI-TABLA-VIEJOS.
001820      05  CI-VIEJO-ENTRADA        OCCURS 2000 TIMES.
001830          10  CI-VIE-FECHA        PIC 9(08).
001840          10  CI-VIE-PEDIDO       PIC 9(08).
001850          10  CI-VIE-LINEA        PIC 9(04).
001860          10  CI-VIE-CLIENTE      PIC X(06).
001870          10  CI-VIE-POLIGONO     PIC X(14).
001880          10  CI-VIE-ESTATUS      PIC X(01).
001890  01  CI-VIEJO-NUEVO.
001900      05  CI-NVO-FECHA            PIC 9(08).
001910      05  CI-NVO-PEDIDO           PIC 9(08).
001920      05  CI-NVO-LINEA            PIC 9(04).
001930      05  CI-NVO-CLIENTE          PIC X(06).
001940      05  CI-NVO-POLIGONO         PIC X(14).
001950      05  CI-NVO-ESTATUS          PIC X(01).
001960  77  CI-VIEJO-INDICE             PIC 9(04) COMP VALUE 0.
001970  77  CI-POSICION                 PIC 9(04) COMP VALUE 0.
001980  77  CI-POSICION-HALLADA         PIC X(01) VALUE "N".
001990      88  CI-POSICION-SE-HALLO              VALUE "S".

002000*----------------------------------------------------------------*
002010* CIFRAS DE LA CORRIDA.                                          *
002020*----------------------------------------------------------------*
002030  77  CI-CTL-LINEAS               PIC 9(08) VALUE 0.
002040  77  CI-CTL-CORTES               PIC 9(06) VALUE 0.
002050  77  CI-CTL-EMBARQUES            PIC 9(06) VALUE 0.
002060  77  CI-CTL-SIN-CORTE            PIC 9(06) VALUE 0.
002070  77  CI-CTL-SIN-INVENTARIO       PIC 9(06) VALUE 0.
002080  77  CI-CTL-INCONSISTENTES       PIC 9(06) VALUE 0.
002090  77  CI-CTL-FUERA-CORTES         PIC 9(06) VALUE 0.
002100  77  CI-CTL-FUERA-GRUPOS         PIC 9(06) VALUE 0.
002110  77  CI-CTL-PENDIENTES           PIC 9(06) VALUE 0.
002120  77  CI-CTL-ABIERTOS-C           PIC 9(06) VALUE 0.
002130  77  CI-CTL-ABIERTOS-X           PIC 9(06) VALUE 0.
002140  77  CI-CTL-VIEJOS               PIC 9(06) VALUE 0.
002150  77  CI-CTL-FUERA-LISTA          PIC 9(06) VALUE 0.
002160  77  CI-DIAS-EDIT                PIC -(4)9.
002170  77  CI-PEDIDO-EDIT              PIC Z(7)9.
002180  77  CI-LINEA-EDIT               PIC Z(3)9.
002190  77  CI-CANT-EDIT                PIC Z(6)9.

002200*----------------------------------------------------------------*
002210* LINEAS DEL REPORTE (CICLOS).                                   *
002220*----------------------------------------------------------------*
002230  01  CIC-SEPARADOR.
002240      05  FILLER                  PIC X(80) VALUE ALL "=".
002250  01  CIC-ENCABEZADO.
002260      05  FILLER                  PIC X(38) VALUE
002270          "TIEMPOS DE CICLO Y TRABAJO EN PROCESO".
002280      05  FILLER                  PIC X(08) VALUE "  DESDE ".
002290      05  CIC-ENC-DESDE           PIC 9(08).
002300      05  FILLER                  PIC X(07) VALUE " HASTA ".
002310      05  CIC-ENC-HASTA           PIC 9(08).
002320      05  FILLER                  PIC X(11) VALUE SPACES.
002330  01  CIC-TITULO.
002340      05  CIC-TIT-TEXTO           PIC X(80).
002350  01  CIC-COLUMNAS-PANEL.
002360      05  FILLER                  PIC X(39) VALUE
002370          "    PEDIDO LIN. CLIENTE POLIGONO       ".
002380      05  FILLER                  PIC X(41) VALUE
002390          "CLASIF.     CORTE  DIAS EMBARQUE  DIAS   ".
002400  01  CIC-DETALLE.
002410      05  FILLER                  PIC X(02) VALUE SPACES.
002420      05  CIC-DET-PEDIDO          PIC Z(7)9.
002430      05  FILLER                  PIC X(01) VALUE SPACE.
002440      05  CIC-DET-LINEA           PIC Z(3)9.
002450      05  FILLER                  PIC X(02) VALUE SPACES.
002460      05  CIC-DET-CLIENTE         PIC X(06).
002470      05  FILLER                  PIC X(01) VALUE SPACE.
002480      05  CIC-DET-POLIGONO        PIC X(14).
002490      05  FILLER                  PIC X(01) VALUE SPACE.
002500      05  CIC-DET-CLASIF          PIC 9(08).
002510      05  FILLER                  PIC X(01) VALUE SPACE.
002520      05  CIC-DET-CORTE           PIC X(08).
002530      05  FILLER                  PIC X(01) VALUE SPACE.
002540      05  CIC-DET-DIAS-CORTE      PIC X(05).
002550      05  FILLER                  PIC X(01) VALUE SPACE.
002560      05  CIC-DET-EMBARQUE        PIC X(08).
002570      05  FILLER                  PIC X(01) VALUE SPACE.
002580      05  CIC-DET-DIAS-EMBARQUE   PIC X(05).
002590      05  FILLER                  PIC X(03) VALUE SPACES.
002600  01  CIC-COLUMNAS-GRUPO.
002610      05  CIC-COL-NOMBRE          PIC X(16).
002620      05  FILLER                  PIC X(42) VALUE
002630          " ETAPA PANELES PROMEDIO MAXIMO  PEOR PANEL".
002640      05  FILLER                  PIC X(22) VALUE SPACES.
002650  01  CIC-RESUMEN.
002660      05  FILLER                  PIC X(02) VALUE SPACES.
002670      05  CIC-RES-NOMBRE          PIC X(14).
002680      05  FILLER                  PIC X(01) VALUE SPACE.
002690      05  CIC-RES-ETAPA           PIC X(04).
002700      05  FILLER                  PIC X(02) VALUE SPACES.
002710      05  CIC-RES-CANT            PIC Z(5)9.
002720      05  FILLER                  PIC X(02) VALUE SPACES.
002730      05  CIC-RES-PROMEDIO        PIC ZZZZ9.9.
002740      05  FILLER                  PIC X(02) VALUE SPACES.
002750      05  CIC-RES-MAXIMO          PIC Z(4)9.
002760      05  FILLER                  PIC X(03) VALUE SPACES.
002770      05  CIC-RES-PEOR.
002780          10  CIC-RES-PEOR-PEDIDO PIC 9(08).
002790          10  CIC-RES-BARRA       PIC X(01).
002800          10  CIC-RES-PEOR-LINEA  PIC 9(04).
002810      05  FILLER                  PIC X(19) VALUE SPACES.
002820  01  CIC-ENC-VIEJOS.
002830      05  FILLER                  PIC X(41) VALUE
002840          "TRABAJO ABIERTO (C O X) CON ANTIGUEDAD DE".
002850      05  CIC-VIE-DIAS-PISO       PIC ZZ9.
002860      05  FILLER                  PIC X(15) VALUE
002870          " DIAS O MAS AL ".
002880      05  CIC-VIE-HASTA           PIC 9(08).
002890      05  FILLER                  PIC X(13) VALUE SPACES.
002900  01  CIC-COLUMNAS-VIEJOS.
002910      05  FILLER                  PIC X(39) VALUE
002920          "    PEDIDO LIN. CLIENTE POLIGONO       ".
002930      05  FILLER                  PIC X(41) VALUE
002940          "EST CLASIF.   PISO    CORTE  EN X        ".
002950  01  CIC-VIEJO.
002960      05  FILLER                  PIC X(02) VALUE SPACES.
002970      05  CIC-VJO-PEDIDO          PIC Z(7)9.
002980      05  FILLER                  PIC X(01) VALUE SPACE.
002990      05  CIC-VJO-LINEA           PIC Z(3)9.
003000      05  FILLER                  PIC X(01) VALUE SPACE.
003010      05  CIC-VJO-CLIENTE         PIC X(06).
003020      05  FILLER                  PIC X(02) VALUE SPACES.
003030      05  CIC-VJO-POLIGONO        PIC X(14).
003040      05  FILLER                  PIC X(01) VALUE SPACE.
003050      05  CIC-VJO-ESTATUS         PIC X(01).
003060      05  FILLER                  PIC X(03) VALUE SPACES.
003070      05  CIC-VJO-CLASIF          PIC 9(08).
003080      05  FILLER                  PIC X(01) VALUE SPACE.
003090      05  CIC-VJO-DIAS            PIC Z(4)9.
003100      05  FILLER                  PIC X(01) VALUE SPACE.
003110      05  CIC-VJO-CORTE           PIC X(08).
003120      05  FILLER                  PIC X(01) VALUE SPACE.
003130      05  CIC-VJO-DIAS-CORTE      PIC X(05).
003140      05  FILLER                  PIC X(08) VALUE SPACES.
003150  01  CIC-NINGUNO.
003160      05  FILLER                  PIC X(20) VALUE
003170          "  (ninguno)".
003180      05  FILLER                  PIC X(60) VALUE SPACES.
003190  01  CIC-CIFRA.
003200      05  FILLER                  PIC X(02) VALUE SPACES.
003210      05  CIC-CIF-ETIQUETA        PIC X(40).
003220      05  CIC-CIF-CANT            PIC Z(7)9.
003230      05  FILLER                  PIC X(30) VALUE SPACES.

003240  PROCEDURE DIVISION.
003250*================================================================*
003260* 0000-MAINLINE                                                  *
003270*     Recorre la auditoria midiendo los cortes y embarques del   *
003280*     periodo, lista los cortados sin embarcar, los promedios    *
003290*     por grupo y la antiguedad del trabajo abierto, y reporta   *
003300*     las cifras.                                                *
003310*================================================================*
003320  0000-MAINLINE.
003321      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
003322      ACCEPT COR-HORA-INICIO FROM TIME
003330      PERFORM 1000-INICIO
003340          THRU 1000-INICIO-EXIT
003350      IF NOT CI-FIN-PROCESO-SI
003360          PERFORM 2000-LEER-AUDITORIA
003370              THRU 2000-LEER-AUDITORIA-EXIT
003380              UNTIL CI-FIN-ARCHIVO-SI
003390          PERFORM 3000-CORTADOS-SIN-EMBARCAR
003400              THRU 3000-CORTADOS-SIN-EMBARCAR-EXIT
003410          PERFORM 5000-RESUMIR-GRUPOS
003420              THRU 5000-RESUMIR-GRUPOS-EXIT
003430          PERFORM 6000-ANTIGUEDAD
003440              THRU 6000-ANTIGUEDAD-EXIT
003450      END-IF
003460      PERFORM 9000-FINALIZAR
003470          THRU 9000-FINALIZAR-EXIT
003471      PERFORM 9800-REGISTRAR-CORRIDA
003472          THRU 9800-REGISTRAR-CORRIDA-EXIT
003480      STOP RUN.

003490*----------------------------------------------------------------*
003500* 1000-INICIO                                                    *
003510*     Toma el periodo y los dias de la lista de antiguedad,      *
003520*     abre la auditoria, el inventario y el reporte y escribe    *
003530*     el encabezado de los tiempos por panel.                    *
003531*     Un periodo con fechas fuera de calendario, o con la fecha  *
003532*     desde posterior a la hasta, detiene la corrida (RC 8).     *
003540*----------------------------------------------------------------*
003550  1000-INICIO.
003560      PERFORM 1100-LEER-PARAMETROS
003570          THRU 1100-LEER-PARAMETROS-EXIT
003580      IF CI-FIN-PROCESO-SI
003590          GO TO 1000-INICIO-EXIT
003600      END-IF
003610      IF CI-CON-PARAMETROS
003620          MOVE PRM-FECHA-DESDE TO CI-FECHA-DESDE
003630          MOVE PRM-FECHA-HASTA TO CI-FECHA-HASTA
003640          IF PRM-DIAS-PISO = SPACES
003650              MOVE 0 TO CI-DIAS-PISO
003660          ELSE
003670              MOVE PRM-DIAS-PISO-N TO CI-DIAS-PISO
003680          END-IF
003690      ELSE
003700          DISPLAY "Fecha desde (AAAAMMDD, 0 = todo): "
003710          ACCEPT CI-FECHA-DESDE
003720          DISPLAY "Fecha hasta (AAAAMMDD, 0 = hoy): "
003730          ACCEPT CI-FECHA-HASTA
003740          DISPLAY "Dias en piso para la lista de antiguedad "
003750              "(0 = todo lo abierto): "
003760          ACCEPT CI-DIAS-PISO
003770      END-IF
003780      IF CI-FECHA-HASTA = 0
003790          ACCEPT CI-FECHA-HASTA FROM DATE YYYYMMDD
003800      END-IF
003801      MOVE CI-FECHA-DESDE TO CI-FECHA-INICIO
003802      IF CI-FECHA-DESDE = 0
003803          MOVE CI-FECHA-HASTA TO CI-FECHA-INICIO
003804      END-IF
003805      IF FUNCTION TEST-DATE-YYYYMMDD (CI-FECHA-INICIO) > 0
003806              OR FUNCTION TEST-DATE-YYYYMMDD (CI-FECHA-HASTA) > 0
003807              OR CI-FECHA-INICIO > CI-FECHA-HASTA
003808          DISPLAY "Periodo invalido: " CI-FECHA-DESDE " a "
003809              CI-FECHA-HASTA
003810          MOVE 8 TO RETURN-CODE
003811          SET CI-FIN-PROCESO-SI TO TRUE
003812          GO TO 1000-INICIO-EXIT
003813      END-IF
003815      OPEN INPUT INVENTARIO-FILE
003820      IF CI-ESTADO-INVENTARIO NOT = "00"
003830          DISPLAY "No se pudo abrir INVENTARIO-FILE, estado: "
003840              CI-ESTADO-INVENTARIO
003850          MOVE 8 TO RETURN-CODE
003860          SET CI-FIN-PROCESO-SI TO TRUE
003870          GO TO 1000-INICIO-EXIT
003880      END-IF
003890      SET CI-INVENTARIO-ABIERTO-SI TO TRUE
003900      OPEN INPUT AUDITORIA-FILE
003910      IF CI-ESTADO-AUDITORIA = "35"
003920          DISPLAY "AUDITORIA-FILE no existe; solo sale la lista "
003930              "de antiguedad."
003940          SET CI-FIN-ARCHIVO-SI TO TRUE
003950      ELSE
003960          IF CI-ESTADO-AUDITORIA NOT = "00"
003970              DISPLAY "No se pudo abrir AUDITORIA-FILE, estado: "
003980                  CI-ESTADO-AUDITORIA
003990              MOVE 8 TO RETURN-CODE
004000              SET CI-FIN-PROCESO-SI TO TRUE
004010              GO TO 1000-INICIO-EXIT
004020          END-IF
004030          SET CI-AUDITORIA-ABIERTA-SI TO TRUE
004040      END-IF
004050      OPEN OUTPUT CICLOS-FILE
004060      IF CI-ESTADO-REPORTE NOT = "00"
004070          DISPLAY "No se pudo abrir CICLOS-FILE, estado: "
004080              CI-ESTADO-REPORTE
004090          MOVE 8 TO RETURN-CODE
004100          SET CI-FIN-PROCESO-SI TO TRUE
004110          GO TO 1000-INICIO-EXIT
004120      END-IF
004130      SET CI-REPORTE-ABIERTO-SI TO TRUE
004140      MOVE CI-FECHA-DESDE TO CIC-ENC-DESDE
004150      MOVE CI-FECHA-HASTA TO CIC-ENC-HASTA
004160      WRITE CIC-LINEA FROM CIC-SEPARADOR
004170      WRITE CIC-LINEA FROM CIC-ENCABEZADO
004180      WRITE CIC-LINEA FROM CIC-SEPARADOR
004190      MOVE SPACES TO CIC-LINEA
004200      WRITE CIC-LINEA
004210      MOVE "PANELES EMBARCADOS EN EL PERIODO" TO CIC-TIT-TEXTO
004220      WRITE CIC-LINEA FROM CIC-TITULO
004230      WRITE CIC-LINEA FROM CIC-COLUMNAS-PANEL
004240      MOVE 0 TO CI-RENGLONES
004250      DISPLAY "Periodo: " CI-FECHA-DESDE " a " CI-FECHA-HASTA
004260          "  antiguedad de " CI-DIAS-PISO " dias o mas".
004270  1000-INICIO-EXIT.
004280      EXIT.

004290*----------------------------------------------------------------*
004300* 1100-LEER-PARAMETROS                                           *
004310*     Lee la tarjeta de parametros (PARAMS-FILE, ver PARMREC).   *
004320*     Sin tarjeta se pregunta por consola. Con tarjeta, las      *
004330*     fechas deben ser numericas y PRM-DIAS-PISO numerico o en   *
004340*     blanco; un parametro invalido detiene la corrida con       *
004350*     RETURN-CODE 8.                                             *
004360*----------------------------------------------------------------*
004370  1100-LEER-PARAMETROS.
004380      OPEN INPUT PARAMS-FILE
004390      IF CI-ESTADO-PARAMS = "35"
004400          GO TO 1100-LEER-PARAMETROS-EXIT
004410      END-IF
004420      IF CI-ESTADO-PARAMS NOT = "00"
004430          DISPLAY "No se pudo abrir PARAMS-FILE, estado: "
004440              CI-ESTADO-PARAMS
004450          MOVE 8 TO RETURN-CODE
004460          SET CI-FIN-PROCESO-SI TO TRUE
004470          GO TO 1100-LEER-PARAMETROS-EXIT
004480      END-IF
004490      READ PARAMS-FILE INTO PRM-REGISTRO
004500          AT END
004510              DISPLAY "PARAMS-FILE esta vacio."
004520              MOVE 8 TO RETURN-CODE
004530              SET CI-FIN-PROCESO-SI TO TRUE
004540      END-READ
004550      CLOSE PARAMS-FILE
004560      IF CI-FIN-PROCESO-SI
004570          GO TO 1100-LEER-PARAMETROS-EXIT
004580      END-IF
004590      MOVE "S" TO CI-PARAMS-SW
004600      IF PRM-FECHA-DESDE NOT NUMERIC
004610              OR PRM-FECHA-HASTA NOT NUMERIC
004620          DISPLAY "Parametros de fecha invalidos en la tarjeta."
004630          MOVE 8 TO RETURN-CODE
004640          SET CI-FIN-PROCESO-SI TO TRUE
004650          GO TO 1100-LEER-PARAMETROS-EXIT
004660      END-IF
004670      IF PRM-DIAS-PISO NOT = SPACES
004680              AND PRM-DIAS-PISO-N NOT NUMERIC
004690          DISPLAY "Dias de antiguedad invalidos en la tarjeta."
004700          MOVE 8 TO RETURN-CODE
004710          SET CI-FIN-PROCESO-SI TO TRUE
004720          GO TO 1100-LEER-PARAMETROS-EXIT
004730      END-IF
004740      DISPLAY "Parametros de la corrida: DESDE="
004750          PRM-FECHA-DESDE " HASTA=" PRM-FECHA-HASTA
004760          " DIAS=" PRM-DIAS-PISO.
004770  1100-LEER-PARAMETROS-EXIT.
004780      EXIT.

004790*----------------------------------------------------------------*
004800* 2000-LEER-AUDITORIA                                            *
004810*     Lee la siguiente linea de auditoria. Interesan los cortes  *
004820*     (cambio a X) y los embarques (cambio a E) hasta la fecha   *
004830*     hasta; los posteriores no cuentan para el periodo.         *
004840*----------------------------------------------------------------*
004850  2000-LEER-AUDITORIA.
004860      READ AUDITORIA-FILE
004870          AT END
004880              SET CI-FIN-ARCHIVO-SI TO TRUE
004890              GO TO 2000-LEER-AUDITORIA-EXIT
004900      END-READ
004910      ADD 1 TO CI-CTL-LINEAS
004920      IF AUD-FECHA > CI-FECHA-HASTA
004930          GO TO 2000-LEER-AUDITORIA-EXIT
004940      END-IF
004950      IF AUD-ESTATUS-NUEVO = "X"
004960          PERFORM 2100-REGISTRAR-CORTE
004970              THRU 2100-REGISTRAR-CORTE-EXIT
004980      END-IF
004990      IF AUD-ESTATUS-NUEVO = "E"
005000          PERFORM 2200-REGISTRAR-EMBARQUE
005010              THRU 2200-REGISTRAR-EMBARQUE-EXIT
005020      END-IF.
005030  2000-LEER-AUDITORIA-EXIT.
005040      EXIT.

005050*----------------------------------------------------------------*
005060* 2100-REGISTRAR-CORTE                                           *
005070*     Guarda (o actualiza, si el panel se vuelve a cortar) el    *
005080*     dia de corte del panel en la tabla de cortes. Si el corte  *
005090*     cae en el periodo, acumula la etapa C->X: dias de la       *
005100*     clasificacion al corte, con el operador que corto.         *
005110*----------------------------------------------------------------*
005120  2100-REGISTRAR-CORTE.
005130      MOVE AUD-PEDIDO TO CI-BUS-PEDIDO
005140      MOVE AUD-LINEA TO CI-BUS-LINEA
005150      PERFORM 2500-BUSCAR-CORTE
005160          THRU 2500-BUSCAR-CORTE-EXIT
005170      IF NOT CI-CORTE-HALLADO-SI
005180          IF CI-TOTAL-CORTES < 5000
005190              ADD 1 TO CI-TOTAL-CORTES
005200              MOVE CI-TOTAL-CORTES TO CI-CORTE-INDICE
005210              MOVE CI-CLAVE-BUSCADA
005220                  TO CI-COR-CLAVE (CI-CORTE-INDICE)
005230              SET CI-CORTE-HALLADO-SI TO TRUE
005240          ELSE
005250              ADD 1 TO CI-CTL-FUERA-CORTES
005260              SET CI-CORTES-LLENA-SI TO TRUE
005270              MOVE 4 TO RETURN-CODE
005280          END-IF
005290      END-IF
005300      IF CI-CORTE-HALLADO-SI
005310          MOVE AUD-FECHA TO CI-COR-FECHA (CI-CORTE-INDICE)
005320          MOVE "N" TO CI-COR-EMBARCADO (CI-CORTE-INDICE)
005330          IF AUD-FECHA < CI-FECHA-DESDE
005340              MOVE "N" TO CI-COR-EN-PERIODO (CI-CORTE-INDICE)
005350          ELSE
005360              MOVE "S" TO CI-COR-EN-PERIODO (CI-CORTE-INDICE)
005370          END-IF
005380      END-IF
005390      IF AUD-FECHA < CI-FECHA-DESDE
005400          GO TO 2100-REGISTRAR-CORTE-EXIT
005410      END-IF
005420      ADD 1 TO CI-CTL-CORTES
005430      PERFORM 2300-LEER-PANEL
005440          THRU 2300-LEER-PANEL-EXIT
005450      IF NOT CI-PANEL-HALLADO-SI
005460          GO TO 2100-REGISTRAR-CORTE-EXIT
005470      END-IF
005480      MOVE INV-FECHA-CLASIF TO CI-FECHA-INICIO
005490      MOVE AUD-FECHA TO CI-FECHA-FIN
005500      PERFORM 2600-CALCULAR-DIAS
005510          THRU 2600-CALCULAR-DIAS-EXIT
005520      IF NOT CI-FECHAS-VALIDAS OR CI-DIAS < 0
005530          ADD 1 TO CI-CTL-INCONSISTENTES
005540          GO TO 2100-REGISTRAR-CORTE-EXIT
005550      END-IF
005560      MOVE 1 TO CI-ETAPA
005570      MOVE CI-DIAS TO CI-ACU-DIAS
005580      MOVE AUD-OPERADOR TO CI-ACU-OPERADOR
005590      PERFORM 4000-ACUMULAR-ETAPA
005600          THRU 4000-ACUMULAR-ETAPA-EXIT.
005610  2100-REGISTRAR-CORTE-EXIT.
005620      EXIT.

005630*----------------------------------------------------------------*
005640* 2200-REGISTRAR-EMBARQUE                                        *
005650*     Marca embarcado el corte del panel. Si el embarque cae en  *
005660*     el periodo, acumula la etapa X->E (dias del corte al       *
005670*     embarque, con el operador que embarco) y escribe la linea  *
005680*     del panel con sus dos etapas. Un panel sin corte en la     *
005690*     auditoria sale con el corte en blanco y no se acumula.     *
005700*----------------------------------------------------------------*
005710  2200-REGISTRAR-EMBARQUE.
005720      MOVE AUD-PEDIDO TO CI-BUS-PEDIDO
005730      MOVE AUD-LINEA TO CI-BUS-LINEA
005740      PERFORM 2500-BUSCAR-CORTE
005750          THRU 2500-BUSCAR-CORTE-EXIT
005760      IF CI-CORTE-HALLADO-SI
005770          MOVE "S" TO CI-COR-EMBARCADO (CI-CORTE-INDICE)
005780      END-IF
005790      IF AUD-FECHA < CI-FECHA-DESDE
005800          GO TO 2200-REGISTRAR-EMBARQUE-EXIT
005810      END-IF
005820      ADD 1 TO CI-CTL-EMBARQUES
005830      PERFORM 2300-LEER-PANEL
005840          THRU 2300-LEER-PANEL-EXIT
005850      IF NOT CI-PANEL-HALLADO-SI
005860          GO TO 2200-REGISTRAR-EMBARQUE-EXIT
005870      END-IF
005880      PERFORM 2400-PREPARAR-DETALLE
005890          THRU 2400-PREPARAR-DETALLE-EXIT
005900      MOVE AUD-FECHA TO CIC-DET-EMBARQUE
005910      IF NOT CI-CORTE-HALLADO-SI
005920          ADD 1 TO CI-CTL-SIN-CORTE
005930          WRITE CIC-LINEA FROM CIC-DETALLE
005940          ADD 1 TO CI-RENGLONES
005950          GO TO 2200-REGISTRAR-EMBARQUE-EXIT
005960      END-IF
005970      MOVE CI-COR-FECHA (CI-CORTE-INDICE) TO CI-FECHA-INICIO
005980      MOVE AUD-FECHA TO CI-FECHA-FIN
005990      PERFORM 2600-CALCULAR-DIAS
006000          THRU 2600-CALCULAR-DIAS-EXIT
006010      IF CI-FECHAS-VALIDAS
006020          MOVE CI-DIAS TO CI-DIAS-EDIT
006030          MOVE CI-DIAS-EDIT TO CIC-DET-DIAS-EMBARQUE
006040      END-IF
006050      WRITE CIC-LINEA FROM CIC-DETALLE
006060      ADD 1 TO CI-RENGLONES
006070      IF NOT CI-FECHAS-VALIDAS OR CI-DIAS < 0
006080          ADD 1 TO CI-CTL-INCONSISTENTES
006090          GO TO 2200-REGISTRAR-EMBARQUE-EXIT
006100      END-IF
006110      MOVE 2 TO CI-ETAPA
006120      MOVE CI-DIAS TO CI-ACU-DIAS
006130      MOVE AUD-OPERADOR TO CI-ACU-OPERADOR
006140      PERFORM 4000-ACUMULAR-ETAPA
006150          THRU 4000-ACUMULAR-ETAPA-EXIT.
006160  2200-REGISTRAR-EMBARQUE-EXIT.
006170      EXIT.

006180*----------------------------------------------------------------*
006190* 2300-LEER-PANEL                                                *
006200*     Lee del inventario el panel de CI-CLAVE-BUSCADA y deja su  *
006210*     cliente, poligono y clave para acumular. Un panel que ya   *
006220*     no esta en el maestro se cuenta y no se mide.              *
006230*----------------------------------------------------------------*
006240  2300-LEER-PANEL.
006250      MOVE "S" TO CI-PANEL-HALLADO
006260      MOVE CI-BUS-PEDIDO TO INV-PEDIDO
006270      MOVE CI-BUS-LINEA TO INV-LINEA
006280      READ INVENTARIO-FILE
006290          INVALID KEY
006300              MOVE "N" TO CI-PANEL-HALLADO
006310      END-READ
006320      IF NOT CI-PANEL-HALLADO-SI
006330          ADD 1 TO CI-CTL-SIN-INVENTARIO
006340          MOVE CI-BUS-PEDIDO TO CI-PEDIDO-EDIT
006350          MOVE CI-BUS-LINEA TO CI-LINEA-EDIT
006360          DISPLAY "Panel " CI-PEDIDO-EDIT "/" CI-LINEA-EDIT
006370              " no esta en el inventario: no se mide"
006380          GO TO 2300-LEER-PANEL-EXIT
006390      END-IF
006400      MOVE INV-CLIENTE TO CI-ACU-CLIENTE
006410      MOVE INV-POLIGONO TO CI-ACU-POLIGONO
006420      MOVE INV-PEDIDO TO CI-ACU-PEDIDO
006430      MOVE INV-LINEA TO CI-ACU-LINEA.
006440  2300-LEER-PANEL-EXIT.
006450      EXIT.

006460*----------------------------------------------------------------*
006470* 2400-PREPARAR-DETALLE                                          *
006480*     Llena la linea del panel con los datos del inventario y,   *
006490*     si hay corte en la tabla (CI-CORTE-INDICE), el dia de      *
006500*     corte y los dias de la clasificacion al corte. El          *
006510*     embarque queda en blanco para que lo llene quien llama.    *
006520*----------------------------------------------------------------*
006530  2400-PREPARAR-DETALLE.
006540      MOVE INV-PEDIDO TO CIC-DET-PEDIDO
006550      MOVE INV-LINEA TO CIC-DET-LINEA
006560      MOVE INV-CLIENTE TO CIC-DET-CLIENTE
006570      MOVE INV-POLIGONO TO CIC-DET-POLIGONO
006580      MOVE INV-FECHA-CLASIF TO CIC-DET-CLASIF
006590      MOVE SPACES TO CIC-DET-CORTE
006600      MOVE SPACES TO CIC-DET-DIAS-CORTE
006610      MOVE SPACES TO CIC-DET-EMBARQUE
006620      MOVE SPACES TO CIC-DET-DIAS-EMBARQUE
006630      IF NOT CI-CORTE-HALLADO-SI
006640          GO TO 2400-PREPARAR-DETALLE-EXIT
006650      END-IF
006660      MOVE CI-COR-FECHA (CI-CORTE-INDICE) TO CIC-DET-CORTE
006670      MOVE INV-FECHA-CLASIF TO CI-FECHA-INICIO
006680      MOVE CI-COR-FECHA (CI-CORTE-INDICE) TO CI-FECHA-FIN
006690      PERFORM 2600-CALCULAR-DIAS
006700          THRU 2600-CALCULAR-DIAS-EXIT
006710      IF CI-FECHAS-VALIDAS
006720          MOVE CI-DIAS TO CI-DIAS-EDIT
006730          MOVE CI-DIAS-EDIT TO CIC-DET-DIAS-CORTE
006740      END-IF.
006750  2400-PREPARAR-DETALLE-EXIT.
006760      EXIT.

006770*----------------------------------------------------------------*
006780* 2500-BUSCAR-CORTE                                              *
006790*     Busca en la tabla de cortes el panel de CI-CLAVE-BUSCADA   *
006800*     y deja su renglon en CI-CORTE-INDICE.                      *
006810*----------------------------------------------------------------*
006820  2500-BUSCAR-CORTE.
006830      MOVE "N" TO CI-CORTE-HALLADO
006840      MOVE 1 TO CI-CORTE-INDICE
006850      PERFORM 2510-COMPARAR-CORTE
006860          THRU 2510-COMPARAR-CORTE-EXIT
006870          UNTIL CI-CORTE-HALLADO-SI
006880             OR CI-CORTE-INDICE > CI-TOTAL-CORTES.
006890  2500-BUSCAR-CORTE-EXIT.
006900      EXIT.

006910*----------------------------------------------------------------*
006920* 2510-COMPARAR-CORTE                                            *
006930*     Una pasada de la busqueda de 2500.                         *
006940*----------------------------------------------------------------*
006950  2510-COMPARAR-CORTE.
006960      IF CI-COR-CLAVE (CI-CORTE-INDICE) = CI-CLAVE-BUSCADA
006970          SET CI-CORTE-HALLADO-SI TO TRUE
006980          GO TO 2510-COMPARAR-CORTE-EXIT
006990      END-IF
007000      ADD 1 TO CI-CORTE-INDICE.
007010  2510-COMPARAR-CORTE-EXIT.
007020      EXIT.

007030*----------------------------------------------------------------*
007040* 2600-CALCULAR-DIAS                                             *
007050*     Dias de CI-FECHA-INICIO a CI-FECHA-FIN. Una fecha en cero  *
007060*     o fuera de calendario deja CI-FECHAS-VALIDAS apagado.      *
007070*----------------------------------------------------------------*
007080  2600-CALCULAR-DIAS.
007090      MOVE 0 TO CI-DIAS
007100      MOVE "N" TO CI-FECHAS-SW
007110      IF FUNCTION TEST-DATE-YYYYMMDD (CI-FECHA-INICIO) > 0
007120              OR FUNCTION TEST-DATE-YYYYMMDD (CI-FECHA-FIN) > 0
007130          GO TO 2600-CALCULAR-DIAS-EXIT
007140      END-IF
007150      MOVE "S" TO CI-FECHAS-SW
007160      COMPUTE CI-DIAS =
007170          FUNCTION INTEGER-OF-DATE (CI-FECHA-FIN)
007180          - FUNCTION INTEGER-OF-DATE (CI-FECHA-INICIO).
007190  2600-CALCULAR-DIAS-EXIT.
007200      EXIT.

007210*----------------------------------------------------------------*
007220* 3000-CORTADOS-SIN-EMBARCAR                                     *
007230*     Lista los paneles cortados en el periodo cuyo embarque no  *
007240*     aparece en la auditoria y que siguen cortados en el        *
007250*     maestro (los desechados despues del corte ya no cuentan).  *
007260*----------------------------------------------------------------*
007270  3000-CORTADOS-SIN-EMBARCAR.
007280      IF CI-RENGLONES = 0
007290          WRITE CIC-LINEA FROM CIC-NINGUNO
007300      END-IF
007310      MOVE SPACES TO CIC-LINEA
007320      WRITE CIC-LINEA
007330      MOVE "CORTADOS EN EL PERIODO SIN EMBARCAR" TO CIC-TIT-TEXTO
007340      WRITE CIC-LINEA FROM CIC-TITULO
007350      WRITE CIC-LINEA FROM CIC-COLUMNAS-PANEL
007360      MOVE 0 TO CI-RENGLONES
007370      PERFORM 3100-REVISAR-CORTE
007380          THRU 3100-REVISAR-CORTE-EXIT
007390          VARYING CI-CORTE-INDICE FROM 1 BY 1
007400          UNTIL CI-CORTE-INDICE > CI-TOTAL-CORTES
007410      IF CI-RENGLONES = 0
007420          WRITE CIC-LINEA FROM CIC-NINGUNO
007430      END-IF.
007440  3000-CORTADOS-SIN-EMBARCAR-EXIT.
007450      EXIT.

007460*----------------------------------------------------------------*
007470* 3100-REVISAR-CORTE                                             *
007480*     Un renglon de la tabla de cortes para 3000.                *
007490*----------------------------------------------------------------*
007500  3100-REVISAR-CORTE.
007510      IF CI-COR-EN-PERIODO (CI-CORTE-INDICE) NOT = "S"
007520              OR CI-COR-EMBARCADO (CI-CORTE-INDICE) = "S"
007530          GO TO 3100-REVISAR-CORTE-EXIT
007540      END-IF
007550      MOVE CI-COR-PEDIDO (CI-CORTE-INDICE) TO INV-PEDIDO
007560      MOVE CI-COR-LINEA (CI-CORTE-INDICE) TO INV-LINEA
007570      READ INVENTARIO-FILE
007580          INVALID KEY
007590              GO TO 3100-REVISAR-CORTE-EXIT
007600      END-READ
007610      IF NOT INV-CORTADO
007620          GO TO 3100-REVISAR-CORTE-EXIT
007630      END-IF
007640      SET CI-CORTE-HALLADO-SI TO TRUE
007650      PERFORM 2400-PREPARAR-DETALLE
007660          THRU 2400-PREPARAR-DETALLE-EXIT
007670      WRITE CIC-LINEA FROM CIC-DETALLE
007680      ADD 1 TO CI-RENGLONES
007690      ADD 1 TO CI-CTL-PENDIENTES.
007700  3100-REVISAR-CORTE-EXIT.
007710      EXIT.

007720*----------------------------------------------------------------*
007730* 4000-ACUMULAR-ETAPA                                            *
007740*     Suma los CI-ACU-DIAS de la etapa CI-ETAPA al taller, al    *
007750*     cliente, al poligono y al operador del panel.              *
007760*----------------------------------------------------------------*
007770  4000-ACUMULAR-ETAPA.
007780      MOVE "T" TO CI-GRU-BUS-TIPO
007790      MOVE "TALLER" TO CI-GRU-BUS-CLAVE
007800      PERFORM 4100-SUMAR-GRUPO
007810          THRU 4100-SUMAR-GRUPO-EXIT
007820      MOVE "C" TO CI-GRU-BUS-TIPO
007830      MOVE CI-ACU-CLIENTE TO CI-GRU-BUS-CLAVE
007840      PERFORM 4100-SUMAR-GRUPO
007850          THRU 4100-SUMAR-GRUPO-EXIT
007860      MOVE "P" TO CI-GRU-BUS-TIPO
007870      MOVE CI-ACU-POLIGONO TO CI-GRU-BUS-CLAVE
007880      PERFORM 4100-SUMAR-GRUPO
007890          THRU 4100-SUMAR-GRUPO-EXIT
007900      MOVE "O" TO CI-GRU-BUS-TIPO
007910      MOVE CI-ACU-OPERADOR TO CI-GRU-BUS-CLAVE
007920      PERFORM 4100-SUMAR-GRUPO
007930          THRU 4100-SUMAR-GRUPO-EXIT.
007940  4000-ACUMULAR-ETAPA-EXIT.
007950      EXIT.

007960*----------------------------------------------------------------*
007970* 4100-SUMAR-GRUPO                                               *
007980*     Busca el grupo CI-GRU-BUS-TIPO / CI-GRU-BUS-CLAVE (lo da   *
007990*     de alta si es nuevo) y le suma el panel en la etapa; el    *
008000*     maximo se queda con el primer panel que lo alcanzo.        *
008010*----------------------------------------------------------------*
008020  4100-SUMAR-GRUPO.
008030      MOVE "N" TO CI-GRUPO-HALLADO
008040      MOVE 1 TO CI-GRUPO-INDICE
008050      PERFORM 4110-COMPARAR-GRUPO
008060          THRU 4110-COMPARAR-GRUPO-EXIT
008070          UNTIL CI-GRUPO-HALLADO-SI
008080             OR CI-GRUPO-INDICE > CI-TOTAL-GRUPOS
008090      IF NOT CI-GRUPO-HALLADO-SI
008100          IF CI-TOTAL-GRUPOS NOT < 700
008110              ADD 1 TO CI-CTL-FUERA-GRUPOS
008120              SET CI-GRUPOS-LLENA-SI TO TRUE
008130              MOVE 4 TO RETURN-CODE
008140              GO TO 4100-SUMAR-GRUPO-EXIT
008150          END-IF
008160          ADD 1 TO CI-TOTAL-GRUPOS
008170          MOVE CI-TOTAL-GRUPOS TO CI-GRUPO-INDICE
008180          MOVE ZEROS TO CI-GRUPO-ENTRADA (CI-GRUPO-INDICE)
008190          MOVE CI-GRU-BUS-TIPO TO CI-GRU-TIPO (CI-GRUPO-INDICE)
008200          MOVE CI-GRU-BUS-CLAVE TO CI-GRU-CLAVE (CI-GRUPO-INDICE)
008210      END-IF
008220      ADD 1 TO CI-GRU-CANT (CI-GRUPO-INDICE, CI-ETAPA)
008230      ADD CI-ACU-DIAS TO CI-GRU-SUMA (CI-GRUPO-INDICE, CI-ETAPA)
008240      IF CI-GRU-CANT (CI-GRUPO-INDICE, CI-ETAPA) = 1
008250              OR CI-ACU-DIAS >
008260                 CI-GRU-MAXIMO (CI-GRUPO-INDICE, CI-ETAPA)
008270          MOVE CI-ACU-DIAS
008280              TO CI-GRU-MAXIMO (CI-GRUPO-INDICE, CI-ETAPA)
008290          MOVE CI-ACU-PEDIDO
008300              TO CI-GRU-PEOR-PEDIDO (CI-GRUPO-INDICE, CI-ETAPA)
008310          MOVE CI-ACU-LINEA
008320              TO CI-GRU-PEOR-LINEA (CI-GRUPO-INDICE, CI-ETAPA)
008330      END-IF.
008340  4100-SUMAR-GRUPO-EXIT.
008350      EXIT.

008360*----------------------------------------------------------------*
008370* 4110-COMPARAR-GRUPO                                            *
008380*     Una pasada de la busqueda de 4100.                         *
008390*----------------------------------------------------------------*
008400  4110-COMPARAR-GRUPO.
008410      IF CI-GRU-TIPO (CI-GRUPO-INDICE) = CI-GRU-BUS-TIPO
008420              AND CI-GRU-CLAVE (CI-GRUPO-INDICE)
008430                  = CI-GRU-BUS-CLAVE
008440          SET CI-GRUPO-HALLADO-SI TO TRUE
008450          GO TO 4110-COMPARAR-GRUPO-EXIT
008460      END-IF
008470      ADD 1 TO CI-GRUPO-INDICE.
008480  4110-COMPARAR-GRUPO-EXIT.
008490      EXIT.

008500*----------------------------------------------------------------*
008510* 5000-RESUMIR-GRUPOS                                            *
008520*     Escribe promedio, maximo y peor panel de cada etapa para   *
008530*     el taller, por cliente, por poligono y por operador.       *
008540*----------------------------------------------------------------*
008550  5000-RESUMIR-GRUPOS.
008560      MOVE "T" TO CI-GRU-BUS-TIPO
008570      MOVE "PROMEDIOS Y PEORES CASOS DEL TALLER" TO CIC-TIT-TEXTO
008580      MOVE SPACES TO CIC-COL-NOMBRE
008590      PERFORM 5100-SECCION-GRUPOS
008600          THRU 5100-SECCION-GRUPOS-EXIT
008610      MOVE "C" TO CI-GRU-BUS-TIPO
008620      MOVE "PROMEDIOS Y PEORES CASOS POR CLIENTE" TO CIC-TIT-TEXTO
008630      MOVE "  CLIENTE" TO CIC-COL-NOMBRE
008640      PERFORM 5100-SECCION-GRUPOS
008650          THRU 5100-SECCION-GRUPOS-EXIT
008660      MOVE "P" TO CI-GRU-BUS-TIPO
008670      MOVE "PROMEDIOS Y PEORES CASOS POR POLIGONO"
008680          TO CIC-TIT-TEXTO
008690      MOVE "  POLIGONO" TO CIC-COL-NOMBRE
008700      PERFORM 5100-SECCION-GRUPOS
008710          THRU 5100-SECCION-GRUPOS-EXIT
008720      MOVE "O" TO CI-GRU-BUS-TIPO
008730      MOVE "PROMEDIOS Y PEORES CASOS POR OPERADOR DEL CAMBIO"
008740          TO CIC-TIT-TEXTO
008750      MOVE "  OPERADOR" TO CIC-COL-NOMBRE
008760      PERFORM 5100-SECCION-GRUPOS
008770          THRU 5100-SECCION-GRUPOS-EXIT.
008780  5000-RESUMIR-GRUPOS-EXIT.
008790      EXIT.

008800*----------------------------------------------------------------*
008810* 5100-SECCION-GRUPOS                                            *
008820*     Titulo, columnas y los grupos del tipo CI-GRU-BUS-TIPO en  *
008830*     el orden en que aparecieron.                               *
008840*----------------------------------------------------------------*
008850  5100-SECCION-GRUPOS.
008860      MOVE SPACES TO CIC-LINEA
008870      WRITE CIC-LINEA
008880      WRITE CIC-LINEA FROM CIC-TITULO
008890      WRITE CIC-LINEA FROM CIC-COLUMNAS-GRUPO
008900      MOVE 0 TO CI-RENGLONES
008910      PERFORM 5110-ESCRIBIR-GRUPO
008920          THRU 5110-ESCRIBIR-GRUPO-EXIT
008930          VARYING CI-GRUPO-INDICE FROM 1 BY 1
008940          UNTIL CI-GRUPO-INDICE > CI-TOTAL-GRUPOS
008950      IF CI-RENGLONES = 0
008960          WRITE CIC-LINEA FROM CIC-NINGUNO
008970      END-IF.
008980  5100-SECCION-GRUPOS-EXIT.
008990      EXIT.

009000*----------------------------------------------------------------*
009010* 5110-ESCRIBIR-GRUPO                                            *
009020*     Dos renglones por grupo, uno por etapa; el nombre solo va  *
009030*     en el primero.                                             *
009040*----------------------------------------------------------------*
009050  5110-ESCRIBIR-GRUPO.
009060      IF CI-GRU-TIPO (CI-GRUPO-INDICE) NOT = CI-GRU-BUS-TIPO
009070          GO TO 5110-ESCRIBIR-GRUPO-EXIT
009080      END-IF
009090      ADD 1 TO CI-RENGLONES
009100      PERFORM 5120-ESCRIBIR-ETAPA
009110          THRU 5120-ESCRIBIR-ETAPA-EXIT
009120          VARYING CI-ETAPA FROM 1 BY 1
009130          UNTIL CI-ETAPA > 2.
009140  5110-ESCRIBIR-GRUPO-EXIT.
009150      EXIT.

009160*----------------------------------------------------------------*
009170* 5120-ESCRIBIR-ETAPA                                            *
009180*     Un renglon de 5110: paneles, promedio de dias, maximo y    *
009190*     el panel que tuvo el maximo.                               *
009200*----------------------------------------------------------------*
009210  5120-ESCRIBIR-ETAPA.
009220      IF CI-ETAPA = 1
009230          MOVE CI-GRU-CLAVE (CI-GRUPO-INDICE) TO CIC-RES-NOMBRE
009240          MOVE "C->X" TO CIC-RES-ETAPA
009250      ELSE
009260          MOVE SPACES TO CIC-RES-NOMBRE
009270          MOVE "X->E" TO CIC-RES-ETAPA
009280      END-IF
009290      MOVE CI-GRU-CANT (CI-GRUPO-INDICE, CI-ETAPA) TO CIC-RES-CANT
009300      IF CI-GRU-CANT (CI-GRUPO-INDICE, CI-ETAPA) = 0
009310          MOVE 0 TO CIC-RES-PROMEDIO
009320          MOVE 0 TO CIC-RES-MAXIMO
009330          MOVE SPACES TO CIC-RES-PEOR
009340      ELSE
009350          COMPUTE CIC-RES-PROMEDIO ROUNDED =
009360              CI-GRU-SUMA (CI-GRUPO-INDICE, CI-ETAPA)
009370              / CI-GRU-CANT (CI-GRUPO-INDICE, CI-ETAPA)
009380          MOVE CI-GRU-MAXIMO (CI-GRUPO-INDICE, CI-ETAPA)
009390              TO CIC-RES-MAXIMO
009400          MOVE CI-GRU-PEOR-PEDIDO (CI-GRUPO-INDICE, CI-ETAPA)
009410              TO CIC-RES-PEOR-PEDIDO
009420          MOVE "/" TO CIC-RES-BARRA
009430          MOVE CI-GRU-PEOR-LINEA (CI-GRUPO-INDICE, CI-ETAPA)
009440              TO CIC-RES-PEOR-LINEA
009450      END-IF
009460      WRITE CIC-LINEA FROM CIC-RESUMEN.
009470  5120-ESCRIBIR-ETAPA-EXIT.
009480      EXIT.

009490*----------------------------------------------------------------*
009500* 6000-ANTIGUEDAD                                                *
009510*     Recorre el inventario completo juntando los paneles        *
009520*     abiertos (C o X) con CI-DIAS-PISO dias o mas desde su      *
009530*     clasificacion a la fecha hasta, y los lista del mas viejo  *
009540*     al mas reciente.                                           *
009550*----------------------------------------------------------------*
009560  6000-ANTIGUEDAD.
009570      MOVE "N" TO CI-FIN-INVENTARIO
009580      MOVE LOW-VALUES TO INV-CLAVE
009590      START INVENTARIO-FILE KEY NOT < INV-CLAVE
009600          INVALID KEY
009610              SET CI-FIN-INVENTARIO-SI TO TRUE
009620      END-START
009630      PERFORM 6100-LEER-INVENTARIO
009640          THRU 6100-LEER-INVENTARIO-EXIT
009650          UNTIL CI-FIN-INVENTARIO-SI
009660      MOVE CI-DIAS-PISO TO CIC-VIE-DIAS-PISO
009670      MOVE CI-FECHA-HASTA TO CIC-VIE-HASTA
009680      MOVE SPACES TO CIC-LINEA
009690      WRITE CIC-LINEA
009700      WRITE CIC-LINEA FROM CIC-ENC-VIEJOS
009710      WRITE CIC-LINEA FROM CIC-COLUMNAS-VIEJOS
009720      PERFORM 6200-ESCRIBIR-VIEJO
009730          THRU 6200-ESCRIBIR-VIEJO-EXIT
009740          VARYING CI-VIEJO-INDICE FROM 1 BY 1
009750          UNTIL CI-VIEJO-INDICE > CI-TOTAL-VIEJOS
009760      IF CI-TOTAL-VIEJOS = 0
009770          WRITE CIC-LINEA FROM CIC-NINGUNO
009780      END-IF.
009790  6000-ANTIGUEDAD-EXIT.
009800      EXIT.

009810*----------------------------------------------------------------*
009820* 6100-LEER-INVENTARIO                                           *
009830*     Lee el siguiente panel del maestro y, si esta abierto y    *
009840*     tiene la antiguedad pedida, lo mete en la lista.           *
009850*----------------------------------------------------------------*
009860  6100-LEER-INVENTARIO.
009870      READ INVENTARIO-FILE NEXT RECORD
009880          AT END
009890              SET CI-FIN-INVENTARIO-SI TO TRUE
009900              GO TO 6100-LEER-INVENTARIO-EXIT
009910      END-READ
009920      IF INV-CLASIFICADO
009930          ADD 1 TO CI-CTL-ABIERTOS-C
009940      ELSE
009950          IF INV-CORTADO
009960              ADD 1 TO CI-CTL-ABIERTOS-X
009970          ELSE
009980              GO TO 6100-LEER-INVENTARIO-EXIT
009990          END-IF
010000      END-IF
010010      MOVE INV-FECHA-CLASIF TO CI-FECHA-INICIO
010020      MOVE CI-FECHA-HASTA TO CI-FECHA-FIN
010030      PERFORM 2600-CALCULAR-DIAS
010040          THRU 2600-CALCULAR-DIAS-EXIT
010050      IF NOT CI-FECHAS-VALIDAS
010060          ADD 1 TO CI-CTL-INCONSISTENTES
010070          GO TO 6100-LEER-INVENTARIO-EXIT
010080      END-IF
010090      IF CI-DIAS < CI-DIAS-PISO
010100          GO TO 6100-LEER-INVENTARIO-EXIT
010110      END-IF
010120      ADD 1 TO CI-CTL-VIEJOS
010130      MOVE INV-FECHA-CLASIF TO CI-NVO-FECHA
010140      MOVE INV-PEDIDO TO CI-NVO-PEDIDO
010150      MOVE INV-LINEA TO CI-NVO-LINEA
010160      MOVE INV-CLIENTE TO CI-NVO-CLIENTE
010170      MOVE INV-POLIGONO TO CI-NVO-POLIGONO
010180      MOVE INV-ESTATUS TO CI-NVO-ESTATUS
010190      PERFORM 6110-GUARDAR-VIEJO
010200          THRU 6110-GUARDAR-VIEJO-EXIT.
010210  6100-LEER-INVENTARIO-EXIT.
010220      EXIT.

010230*----------------------------------------------------------------*
010240* 6110-GUARDAR-VIEJO                                             *
010250*     Inserta el panel en la lista despues de los de su misma    *
010260*     fecha o anterior, recorriendo un lugar los que van         *
010270*     despues. Con la lista llena, el ultimo (el mas reciente)   *
010280*     sale si el nuevo es mas viejo; si no, el nuevo se queda    *
010290*     fuera.                                                     *
010300*----------------------------------------------------------------*
010310  6110-GUARDAR-VIEJO.
010320      IF CI-TOTAL-VIEJOS NOT < 2000
010330          ADD 1 TO CI-CTL-FUERA-LISTA
010340          MOVE 4 TO RETURN-CODE
010350          IF CI-VIE-FECHA (CI-TOTAL-VIEJOS) NOT > CI-NVO-FECHA
010360              GO TO 6110-GUARDAR-VIEJO-EXIT
010370          END-IF
010380          SUBTRACT 1 FROM CI-TOTAL-VIEJOS
010390      END-IF
010400      MOVE "N" TO CI-POSICION-HALLADA
010410      MOVE 1 TO CI-POSICION
010420      PERFORM 6120-BUSCAR-POSICION
010430          THRU 6120-BUSCAR-POSICION-EXIT
010440          UNTIL CI-POSICION-SE-HALLO
010450             OR CI-POSICION > CI-TOTAL-VIEJOS
010460      PERFORM 6130-RECORRER-VIEJO
010470          THRU 6130-RECORRER-VIEJO-EXIT
010480          VARYING CI-VIEJO-INDICE FROM CI-TOTAL-VIEJOS BY -1
010490          UNTIL CI-VIEJO-INDICE < CI-POSICION
010500      MOVE CI-VIEJO-NUEVO TO CI-VIEJO-ENTRADA (CI-POSICION)
010510      ADD 1 TO CI-TOTAL-VIEJOS.
010520  6110-GUARDAR-VIEJO-EXIT.
010530      EXIT.

010540*----------------------------------------------------------------*
010550* 6120-BUSCAR-POSICION                                           *
010560*     Una pasada de la busqueda: el primer panel de la lista     *
010570*     clasificado despues que el nuevo es su lugar.              *
010580*----------------------------------------------------------------*
010590  6120-BUSCAR-POSICION.
010600      IF CI-VIE-FECHA (CI-POSICION) > CI-NVO-FECHA
010610          SET CI-POSICION-SE-HALLO TO TRUE
010620          GO TO 6120-BUSCAR-POSICION-EXIT
010630      END-IF
010640      ADD 1 TO CI-POSICION.
010650  6120-BUSCAR-POSICION-EXIT.
010660      EXIT.

010670*----------------------------------------------------------------*
010680* 6130-RECORRER-VIEJO                                            *
010690*     Recorre un lugar hacia abajo un panel de la lista.         *
010700*----------------------------------------------------------------*
010710  6130-RECORRER-VIEJO.
010720      MOVE CI-VIEJO-ENTRADA (CI-VIEJO-INDICE)
010730          TO CI-VIEJO-ENTRADA (CI-VIEJO-INDICE + 1).
010740  6130-RECORRER-VIEJO-EXIT.
010750      EXIT.

010760*----------------------------------------------------------------*
010770* 6200-ESCRIBIR-VIEJO                                            *
010780*     Un renglon de la lista: dias en piso desde la              *
010790*     clasificacion y, para los cortados, el dia del corte       *
010800*     segun la auditoria y los dias que lleva en X.              *
010810*----------------------------------------------------------------*
010820  6200-ESCRIBIR-VIEJO.
010830      MOVE CI-VIE-PEDIDO (CI-VIEJO-INDICE) TO CIC-VJO-PEDIDO
010840      MOVE CI-VIE-LINEA (CI-VIEJO-INDICE) TO CIC-VJO-LINEA
010850      MOVE CI-VIE-CLIENTE (CI-VIEJO-INDICE) TO CIC-VJO-CLIENTE
010860      MOVE CI-VIE-POLIGONO (CI-VIEJO-INDICE) TO CIC-VJO-POLIGONO
010870      MOVE CI-VIE-ESTATUS (CI-VIEJO-INDICE) TO CIC-VJO-ESTATUS
010880      MOVE CI-VIE-FECHA (CI-VIEJO-INDICE) TO CIC-VJO-CLASIF
010890      MOVE CI-VIE-FECHA (CI-VIEJO-INDICE) TO CI-FECHA-INICIO
010900      MOVE CI-FECHA-HASTA TO CI-FECHA-FIN
010910      PERFORM 2600-CALCULAR-DIAS
010920          THRU 2600-CALCULAR-DIAS-EXIT
010930      MOVE CI-DIAS TO CIC-VJO-DIAS
010940      MOVE SPACES TO CIC-VJO-CORTE
010950      MOVE SPACES TO CIC-VJO-DIAS-CORTE
010960      IF CI-VIE-ESTATUS (CI-VIEJO-INDICE) = "X"
010970          MOVE CI-VIE-PEDIDO (CI-VIEJO-INDICE) TO CI-BUS-PEDIDO
010980          MOVE CI-VIE-LINEA (CI-VIEJO-INDICE) TO CI-BUS-LINEA
010990          PERFORM 2500-BUSCAR-CORTE
011000              THRU 2500-BUSCAR-CORTE-EXIT
011010          IF CI-CORTE-HALLADO-SI
011020              MOVE CI-COR-FECHA (CI-CORTE-INDICE) TO CIC-VJO-CORTE
011030              MOVE CI-COR-FECHA (CI-CORTE-INDICE)
011040                  TO CI-FECHA-INICIO
011050              PERFORM 2600-CALCULAR-DIAS
011060                  THRU 2600-CALCULAR-DIAS-EXIT
011070              MOVE CI-DIAS TO CI-DIAS-EDIT
011080              MOVE CI-DIAS-EDIT TO CIC-VJO-DIAS-CORTE
011090          END-IF
011100      END-IF
011110      WRITE CIC-LINEA FROM CIC-VIEJO.
011120  6200-ESCRIBIR-VIEJO-EXIT.
011130      EXIT.

011140*----------------------------------------------------------------*
011150* 9000-FINALIZAR                                                 *
011160*     Escribe las cifras de control al reporte y a la consola    *
011170*     y cierra archivos.                                         *
011180*----------------------------------------------------------------*
011190  9000-FINALIZAR.
011200      IF CI-REPORTE-ABIERTO-SI
011210          MOVE SPACES TO CIC-LINEA
011220          WRITE CIC-LINEA
011230          MOVE "CIFRAS DE CONTROL" TO CIC-TIT-TEXTO
011240          WRITE CIC-LINEA FROM CIC-TITULO
011250          MOVE "Lineas de auditoria leidas:" TO CIC-CIF-ETIQUETA
011260          MOVE CI-CTL-LINEAS TO CIC-CIF-CANT
011270          PERFORM 9100-ESCRIBIR-CIFRA
011280              THRU 9100-ESCRIBIR-CIFRA-EXIT
011290          MOVE "Cortes (C->X) en el periodo:" TO CIC-CIF-ETIQUETA
011300          MOVE CI-CTL-CORTES TO CIC-CIF-CANT
011310          PERFORM 9100-ESCRIBIR-CIFRA
011320              THRU 9100-ESCRIBIR-CIFRA-EXIT
011330          MOVE "Embarques (X->E) en el periodo:"
011340              TO CIC-CIF-ETIQUETA
011350          MOVE CI-CTL-EMBARQUES TO CIC-CIF-CANT
011360          PERFORM 9100-ESCRIBIR-CIFRA
011370              THRU 9100-ESCRIBIR-CIFRA-EXIT
011380          MOVE "  sin corte en la auditoria:" TO CIC-CIF-ETIQUETA
011390          MOVE CI-CTL-SIN-CORTE TO CIC-CIF-CANT
011400          PERFORM 9100-ESCRIBIR-CIFRA
011410              THRU 9100-ESCRIBIR-CIFRA-EXIT
011420          MOVE "Cortados en el periodo sin embarcar:"
011430              TO CIC-CIF-ETIQUETA
011440          MOVE CI-CTL-PENDIENTES TO CIC-CIF-CANT
011450          PERFORM 9100-ESCRIBIR-CIFRA
011460              THRU 9100-ESCRIBIR-CIFRA-EXIT
011470          MOVE "Cambios de paneles fuera del inventario:"
011480              TO CIC-CIF-ETIQUETA
011490          MOVE CI-CTL-SIN-INVENTARIO TO CIC-CIF-CANT
011500          PERFORM 9100-ESCRIBIR-CIFRA
011510              THRU 9100-ESCRIBIR-CIFRA-EXIT
011520          MOVE "Fechas inconsistentes (no se miden):"
011530              TO CIC-CIF-ETIQUETA
011540          MOVE CI-CTL-INCONSISTENTES TO CIC-CIF-CANT
011550          PERFORM 9100-ESCRIBIR-CIFRA
011560              THRU 9100-ESCRIBIR-CIFRA-EXIT
011570          MOVE "Cortes fuera de la tabla:" TO CIC-CIF-ETIQUETA
011580          MOVE CI-CTL-FUERA-CORTES TO CIC-CIF-CANT
011590          PERFORM 9100-ESCRIBIR-CIFRA
011600              THRU 9100-ESCRIBIR-CIFRA-EXIT
011610          MOVE "Acumulados fuera de la tabla de grupos:"
011620              TO CIC-CIF-ETIQUETA
011630          MOVE CI-CTL-FUERA-GRUPOS TO CIC-CIF-CANT
011640          PERFORM 9100-ESCRIBIR-CIFRA
011650              THRU 9100-ESCRIBIR-CIFRA-EXIT
011660          MOVE "Paneles abiertos clasificados (C):"
011670              TO CIC-CIF-ETIQUETA
011680          MOVE CI-CTL-ABIERTOS-C TO CIC-CIF-CANT
011690          PERFORM 9100-ESCRIBIR-CIFRA
011700              THRU 9100-ESCRIBIR-CIFRA-EXIT
011710          MOVE "Paneles abiertos cortados (X):"
011720              TO CIC-CIF-ETIQUETA
011730          MOVE CI-CTL-ABIERTOS-X TO CIC-CIF-CANT
011740          PERFORM 9100-ESCRIBIR-CIFRA
011750              THRU 9100-ESCRIBIR-CIFRA-EXIT
011760          MOVE "Paneles con la antiguedad pedida:"
011770              TO CIC-CIF-ETIQUETA
011780          MOVE CI-CTL-VIEJOS TO CIC-CIF-CANT
011790          PERFORM 9100-ESCRIBIR-CIFRA
011800              THRU 9100-ESCRIBIR-CIFRA-EXIT
011810          MOVE "  fuera de la lista:" TO CIC-CIF-ETIQUETA
011820          MOVE CI-CTL-FUERA-LISTA TO CIC-CIF-CANT
011830          PERFORM 9100-ESCRIBIR-CIFRA
011840              THRU 9100-ESCRIBIR-CIFRA-EXIT
011850          CLOSE CICLOS-FILE
011860      END-IF
011870      IF CI-AUDITORIA-ABIERTA-SI
011880          CLOSE AUDITORIA-FILE
011890      END-IF
011900      IF CI-INVENTARIO-ABIERTO-SI
011910          CLOSE INVENTARIO-FILE
011920      END-IF
011930      IF CI-CORTES-LLENA-SI
011940          DISPLAY "La tabla de cortes se lleno: los paneles que "
011950              "no cupieron no se miden de X a E."
011960      END-IF
011970      IF CI-GRUPOS-LLENA-SI
011980          DISPLAY "La tabla de grupos se lleno: hay clientes, "
011990              "poligonos u operadores sin promedio."
012000      END-IF
012010      IF CI-CTL-FUERA-LISTA > 0
012020          DISPLAY "La lista de antiguedad se lleno: salen los "
012030              "2000 paneles mas viejos."
012040      END-IF.
012050  9000-FINALIZAR-EXIT.
012060      EXIT.

012070*----------------------------------------------------------------*
012080* 9100-ESCRIBIR-CIFRA                                            *
012090*     Escribe una cifra de control al reporte y la muestra en    *
012100*     la consola.                                                *
012110*----------------------------------------------------------------*
012120  9100-ESCRIBIR-CIFRA.
012130      WRITE CIC-LINEA FROM CIC-CIFRA
012140      DISPLAY CIC-CIF-ETIQUETA CIC-CIF-CANT.
012150  9100-ESCRIBIR-CIFRA-EXIT.
012160      EXIT.

012170*----------------------------------------------------------------*
012180* 9800-REGISTRAR-CORRIDA                                         *
012190*     Agrega el registro de esta corrida al diario de control    *
012200*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
012210*     tarjeta de parametros, cifras de control y RETURN-CODE     *
012220*     final, para el reporte MATUTINO. Si el diario no se puede  *
012230*     abrir solo se avisa; el RETURN-CODE de la corrida no       *
012240*     cambia.                                                    *
012250*----------------------------------------------------------------*
012260  9800-REGISTRAR-CORRIDA.
012270      MOVE "CICLOS" TO COR-PROGRAMA
012280      IF CI-CON-PARAMETROS
012290          MOVE "S" TO COR-TARJETA
012300          MOVE PRM-REGISTRO TO COR-PARAMETROS
012310      ELSE
012320          MOVE "N" TO COR-TARJETA
012330          MOVE SPACES TO COR-PARAMETROS
012340      END-IF
012350      MOVE "LINEAS" TO COR-CIFRA-NOMBRE (1)
012360      MOVE CI-CTL-LINEAS TO COR-CIFRA-VALOR (1)
012370      MOVE "CORTES" TO COR-CIFRA-NOMBRE (2)
012380      MOVE CI-CTL-CORTES TO COR-CIFRA-VALOR (2)
012390      MOVE "EMBARQUES" TO COR-CIFRA-NOMBRE (3)
012400      MOVE CI-CTL-EMBARQUES TO COR-CIFRA-VALOR (3)
012410      MOVE "PENDIENTES" TO COR-CIFRA-NOMBRE (4)
012420      MOVE CI-CTL-PENDIENTES TO COR-CIFRA-VALOR (4)
012430      MOVE RETURN-CODE TO COR-RETORNO
012440      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
012450      ACCEPT COR-HORA-FIN FROM TIME
012460      OPEN EXTEND CORRIDAS-FILE
012470      IF CI-ESTADO-CORRIDAS = "35"
012480          OPEN OUTPUT CORRIDAS-FILE
012490          CLOSE CORRIDAS-FILE
012500          OPEN EXTEND CORRIDAS-FILE
012510      END-IF
012520      IF CI-ESTADO-CORRIDAS NOT = "00"
012530          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
012540              CI-ESTADO-CORRIDAS
012550          GO TO 9800-REGISTRAR-CORRIDA-EXIT
012560      END-IF
012570      WRITE COR-SALIDA FROM COR-REGISTRO
012580      CLOSE CORRIDAS-FILE.
012590  9800-REGISTRAR-CORRIDA-EXIT.
012600      EXIT.
