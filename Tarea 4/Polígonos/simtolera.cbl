000010*================================================================*
000020* SIMTOLERA.CBL                                                  *
000030*================================================================*
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID. SIMTOLERA.
000060  AUTHOR. R. CASTRO VELAZQUEZ.
000070  INSTALLATION. TALLER DE CORTE - LINEA DE PANELES.
000080  DATE-WRITTEN. 2026-10-10.
000090  DATE-COMPILED.
000100*----------------------------------------------------------------*
000110* PROPOSITO.                                                     *
000120*     Simulacion de un cambio de tolerancias de medicion antes   *
000130*     de ponerlo en TOLERA. Toma una tabla candidata de bandas   *
000140*     (TOLSIM-FILE, mismo trazado TOLREC que TOLERA) y vuelve a  *
000150*     clasificar las medidas de cada linea de la bitacora        *
000160*     (BITACORA-FILE o un archivo de periodo BITACORA.AAAAMM,    *
000170*     copybook LOGREC) con las mismas reglas de POLIGONOS:       *
000180*     comparacion con tolerancia por banda (7000), n-agonos y    *
000190*     paneles por vertices por lados contra el primero y por     *
000200*     extremos, triangulo por sus tres parejas y angulo recto    *
000210*     exacto, cuadrilatero por sus seis parejas.                 *
000220*     Reporta (SIMTOL) cada panel cuyo veredicto cambiaria, con  *
000230*     su cliente (maestro de inventario, ver INVREC) y la        *
000240*     diferencia del recargo por irregular (TVG-RECARGO-IRREG    *
000250*     del maestro TARVIG vigente el dia de la bitacora,          *
000255*     extendido como en FACTURACION), y los totales por          *
000260*     poligono y por cliente.                                    *
000270*     No graba nada en inventario ni en la bitacora: todos los   *
000280*     archivos de datos se abren solo para lectura.              *
000290*                                                                *
000300*     La bitacora no guarda la diagonal del cuadrilatero, asi    *
000310*     que el angulo recto se toma del veredicto registrado       *
000320*     (cuadrado y rectangulo lo tienen, rombo no). Un trapecio   *
000330*     que con la tabla candidata quedaria con lados opuestos     *
000340*     iguales no se puede decidir sin la diagonal: se cuenta     *
000350*     aparte y conserva su veredicto.                            *
000360*                                                                *
000370* HISTORIAL DE MODIFICACIONES.                                   *
000380*     2026-10-10 RCV  Version original.                          *
000381*     2026-10-12 RCV  Tarifas con vigencia: la tarifa sale de    *
000382*                      TARVIG, la vigente en LOG-FECHA.          *
000383*     2026-10-15 RCV  La corrida se registra en el diario de     *
000384*                      corridas (CORRIDAS-FILE, ver CORREC,      *
000385*                      9800).                                    *
000386*     2026-10-15 RCV  Tabla de tarifas llena se avisa con        *
000387*                      RETURN-CODE 4.                            *
000390*----------------------------------------------------------------*
000400  ENVIRONMENT DIVISION.
000410  INPUT-OUTPUT SECTION.
000420  FILE-CONTROL.
000430* Igual que en BITRESUMEN, la bitacora puede ser la del periodo
000440* en curso o un archivo de periodo de BITARCHIVO.
000450      SELECT BITACORA-FILE ASSIGN TO ST-NOMBRE-BITACORA
000460          ORGANIZATION IS LINE SEQUENTIAL
000470          FILE STATUS IS ST-ESTADO-BITACORA.
000480      SELECT TOLSIM-FILE ASSIGN TO "TOLSIM"
000490          ORGANIZATION IS LINE SEQUENTIAL
000500          FILE STATUS IS ST-ESTADO-TOLSIM.
000510      SELECT TARVIG-FILE ASSIGN TO "TARVIG"
000520          ORGANIZATION IS INDEXED
000521          ACCESS MODE IS SEQUENTIAL
000522          RECORD KEY IS TVG-CLAVE
000530          FILE STATUS IS ST-ESTADO-TARIFAS.
000540      SELECT INVENTARIO-FILE ASSIGN TO "INVENTAR"
000550          ORGANIZATION IS INDEXED
000560          ACCESS MODE IS RANDOM
000570          RECORD KEY IS INV-CLAVE
000580          FILE STATUS IS ST-ESTADO-INVENTARIO.
000590      SELECT SIMTOL-FILE ASSIGN TO "SIMTOL"
000600          ORGANIZATION IS LINE SEQUENTIAL
000610          FILE STATUS IS ST-ESTADO-SIMTOL.
000620      SELECT PARAMS-FILE ASSIGN TO "PARAMS"
000630          ORGANIZATION IS LINE SEQUENTIAL
000640          FILE STATUS IS ST-ESTADO-PARAMS.
000641      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000642          ORGANIZATION IS LINE SEQUENTIAL
000643          FILE STATUS IS ST-ESTADO-CORRIDAS.

000650  DATA DIVISION.
000660  FILE SECTION.
000670  FD  BITACORA-FILE
000680      RECORD CONTAINS 308 CHARACTERS.
000690      COPY LOGREC.

000700  FD  TOLSIM-FILE
000710      RECORD CONTAINS 15 CHARACTERS.
000720      COPY TOLREC.

000730  FD  TARVIG-FILE
000740      RECORD CONTAINS 80 CHARACTERS.
000750      COPY TVGREC.

000760  FD  INVENTARIO-FILE
000770      RECORD CONTAINS 307 CHARACTERS.
000780      COPY INVREC.

000790  FD  SIMTOL-FILE
000800      RECORD CONTAINS 80 CHARACTERS.
000810  01  SIM-LINEA                  PIC X(80).

000820  FD  PARAMS-FILE
000830      RECORD CONTAINS 80 CHARACTERS.
000840  01  PRM-ENTRADA                PIC X(80).

000841  FD  CORRIDAS-FILE
000842      RECORD CONTAINS 220 CHARACTERS.
000843  01  COR-SALIDA                 PIC X(220).

000850  WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------*
000870* TARJETA DE PARAMETROS (corrida desatendida, ver PARMREC).      *
000880*----------------------------------------------------------------*
000890      COPY PARMREC.
000900  77  ST-ESTADO-PARAMS            PIC X(02) VALUE "00".
000910  77  ST-PARAMS-SW                PIC X(01) VALUE "N".
000920      88  ST-CON-PARAMETROS                 VALUE "S".
000921* Diario de control de corridas (9800, ver CORREC).
000922  77  ST-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
000923      COPY CORREC.

000930*----------------------------------------------------------------*
000940* INDICADORES, ESTADOS DE ARCHIVO Y RANGO DE FECHAS.             *
000950* Sin tabla candidata valida o sin bitacora no hay nada que      *
000960* simular (RETURN-CODE 8). Sin tarifas la simulacion corre y     *
000970* reporta los cambios de veredicto con recargo en ceros; sin     *
000980* inventario los paneles salen sin cliente.                      *
000990*----------------------------------------------------------------*
001000  77  ST-ESTADO-BITACORA          PIC X(02) VALUE "00".
001010  77  ST-ESTADO-TOLSIM            PIC X(02) VALUE "00".
001020  77  ST-ESTADO-TARIFAS           PIC X(02) VALUE "00".
001030  77  ST-ESTADO-INVENTARIO        PIC X(02) VALUE "00".
001040  77  ST-ESTADO-SIMTOL            PIC X(02) VALUE "00".
001050  77  ST-FIN-BITACORA             PIC X(01) VALUE "N".
001060      88  ST-FIN-BITACORA-SI                VALUE "S".
001070  77  ST-FIN-TOLSIM               PIC X(01) VALUE "N".
001080      88  ST-FIN-TOLSIM-SI                  VALUE "S".
001090  77  ST-FIN-TARIFAS              PIC X(01) VALUE "N".
001100      88  ST-FIN-TARIFAS-SI                 VALUE "S".
001110  77  ST-TOLSIM-SW                PIC X(01) VALUE "S".
001120      88  ST-TOLSIM-VALIDA                  VALUE "S".
001130  77  ST-BITACORA-ABIERTA         PIC X(01) VALUE "N".
001140      88  ST-BITACORA-ABIERTA-SI            VALUE "S".
001150  77  ST-INVENTARIO-SW            PIC X(01) VALUE "N".
001160      88  ST-INVENTARIO-DISPONIBLE          VALUE "S".
001170  77  ST-REPORTE-ABIERTO          PIC X(01) VALUE "N".
001180      88  ST-REPORTE-ABIERTO-SI             VALUE "S".
001190  77  ST-FECHA-DESDE              PIC 9(08) VALUE 0.
001200  77  ST-FECHA-HASTA              PIC 9(08) VALUE 0.
001210  77  ST-NOMBRE-BITACORA          PIC X(15) VALUE SPACES.
001220  77  ST-CLIENTE                  PIC X(06) VALUE SPACES.

001230*----------------------------------------------------------------*
001240* TABLA CANDIDATA DE TOLERANCIAS (TOLTAB, cargada de TOLSIM).    *
001250* Las bandas deben venir en orden ascendente de limite, igual    *
001260* que en TOLERA; una tabla vacia simula comparacion exacta.      *
001270*----------------------------------------------------------------*
001280  77  ST-TOTAL-TOLERANCIAS        PIC 9(02) COMP VALUE 0.
001290      COPY TOLTAB REPLACING ==PG-TOTAL-TOLERANCIAS==
001300          BY ==ST-TOTAL-TOLERANCIAS==.
001310  77  ST-TOL-INDICE               PIC 9(02) COMP VALUE 0.
001320  77  ST-TOL-ENCONTRADO           PIC X(01) VALUE "N".
001330      88  ST-TOL-SE-ENCONTRO                VALUE "S".
001340  77  ST-TOLERANCIA-VIGENTE       PIC 9(05) VALUE 0.
001350  77  ST-LIMITE-ANTERIOR          PIC 9(10) VALUE 0.

001360*----------------------------------------------------------------*
001370* COMPARACION DE MEDIDAS CON TOLERANCIA (7000, mismas reglas     *
001380* que 7000-COMPARAR-MEDIDAS de POLIGONOS).                       *
001390*----------------------------------------------------------------*
001400  77  ST-COMP-A                   PIC 9(10) VALUE 0.
001410  77  ST-COMP-B                   PIC 9(10) VALUE 0.
001420  77  ST-COMP-MAYOR               PIC 9(10) VALUE 0.
001430  77  ST-COMP-DIFERENCIA          PIC 9(10) VALUE 0.
001440  77  ST-COMP-IGUALES             PIC X(01) VALUE "N".
001450      88  ST-COMP-SON-IGUALES               VALUE "S".
001460  77  ST-TOLERANCIA-APLICADA      PIC X(01) VALUE "N".
001470      88  ST-TOLERANCIA-APLICADA-SI         VALUE "S".
001480  77  ST-IGUAL-12                 PIC X(01) VALUE "N".
001490      88  ST-SON-IGUALES-12                 VALUE "S".
001500  77  ST-IGUAL-23                 PIC X(01) VALUE "N".
001510      88  ST-SON-IGUALES-23                 VALUE "S".
001520  77  ST-IGUAL-34                 PIC X(01) VALUE "N".
001530      88  ST-SON-IGUALES-34                 VALUE "S".
001540  77  ST-IGUAL-13                 PIC X(01) VALUE "N".
001550      88  ST-SON-IGUALES-13                 VALUE "S".
001560  77  ST-IGUAL-24                 PIC X(01) VALUE "N".
001570      88  ST-SON-IGUALES-24                 VALUE "S".
001580  77  ST-IGUAL-14                 PIC X(01) VALUE "N".
001590      88  ST-SON-IGUALES-14                 VALUE "S".

001600*----------------------------------------------------------------*
001610* RECLASIFICACION DE LA LINEA.                                   *
001620*----------------------------------------------------------------*
001630  77  ST-RESULTADO                PIC X(01) VALUE SPACE.
001640      88  ST-RECLASIFICADA                  VALUE "R".
001650      88  ST-SIN-DATOS                      VALUE "X".
001660      88  ST-SIN-DIAGONAL                   VALUE "D".
001670  77  ST-REGULAR-SW               PIC X(01) VALUE "S".
001680      88  ST-ES-REGULAR                     VALUE "S".
001690      88  ST-ES-IRREGULAR                   VALUE "N".
001700  77  ST-VERTICES-SW              PIC X(01) VALUE "N".
001710      88  ST-ES-DE-VERTICES                 VALUE "S".
001720  77  ST-ANGULO-RECTO-SW          PIC X(01) VALUE "N".
001730      88  ST-ES-RECTANGULO                  VALUE "S".
001740  77  ST-ANGULO-CONOCIDO-SW       PIC X(01) VALUE "N".
001750      88  ST-ANGULO-SE-CONOCE               VALUE "S".
001760  77  ST-SUBINDICE                PIC 9(02) COMP VALUE 0.
001770  77  ST-LADO-MAXIMO              PIC 9(10) VALUE 0.
001780  77  ST-LADO-MINIMO              PIC 9(10) VALUE 0.
001790  77  ST-CATETO-A                 PIC 9(10) VALUE 0.
001800  77  ST-CATETO-B                 PIC 9(10) VALUE 0.
001810  77  ST-HIPOTENUSA               PIC 9(10) VALUE 0.
001820  77  ST-SUMA-CUADRADOS           PIC 9(20) VALUE 0.
001830  77  ST-HIP-CUADRADO             PIC 9(20) VALUE 0.
001840  77  ST-PALABRA-ANTERIOR         PIC X(12) VALUE SPACES.
001850  77  ST-VEREDICTO-ANTERIOR       PIC X(26) VALUE SPACES.
001860  77  ST-VEREDICTO-BASE           PIC X(26) VALUE SPACES.
001870  77  ST-VEREDICTO-NUEVO          PIC X(26) VALUE SPACES.
001880  77  ST-TRIAN-FORMA              PIC X(12) VALUE SPACES.
001890* El area del n-agono regular se calcula con los mismos campos
001900* y pasos que 3000-LOOP de POLIGONOS, para que un panel de la
001910* linea estandar de el mismo resultado que quedo registrado.
001920  77  ST-LADOS-CALCULO            PIC 9(10) VALUE 0.
001930  77  ST-ANGULO-CENTRAL           PIC S9(05)V9(10) VALUE 0.
001940  77  ST-TANGENTE-CENTRAL         PIC S9(05)V9(10) VALUE 0.
001950  77  ST-AREA-REGULAR             COMP-2 VALUE 0.
001960  77  ST-AREA-ESTANDAR            PIC 9(21)V9(04) VALUE 0.
001970  77  ST-AREA-NUEVA               PIC 9(21)V9(04) VALUE 0.

001980*----------------------------------------------------------------*
001990* TABLA DE TARIFAS Y CALCULO DEL RECARGO (como FACTURACION).     *
002000*----------------------------------------------------------------*
002010  77  ST-TOTAL-TARIFAS            PIC 9(03) COMP VALUE 0.
002020  01  ST-TABLA-TARIFAS.
002030      05  ST-TAR-ENTRADA          OCCURS 300 TIMES.
002040          10  ST-TAR-POLIGONO     PIC X(14).
002041          10  ST-TAR-DESDE        PIC 9(08).
002042          10  ST-TAR-HASTA        PIC 9(08).
002050          10  ST-TAR-AREA-HASTA   PIC 9(15).
002060          10  ST-TAR-PRECIO-AREA  PIC 9(05)V9(02).
002070          10  ST-TAR-RECARGO-CORTE
002080                                  PIC 9(05)V9(02).
002090          10  ST-TAR-RECARGO-IRREG
002100                                  PIC 9(03).
002110  77  ST-TAR-INDICE               PIC 9(03) COMP VALUE 0.
002120  77  ST-TAR-ENCONTRADA           PIC X(01) VALUE "N".
002130      88  ST-TAR-SE-ENCONTRO                VALUE "S".
002140  77  ST-FALTA-TARIFA             PIC X(01) VALUE "N".
002150      88  ST-FALTA-TARIFA-SI                VALUE "S".
002160  77  ST-PALABRA-VEREDICTO        PIC X(12) VALUE SPACES.
002170  77  ST-RECARGO-SW               PIC X(01) VALUE "N".
002180      88  ST-APLICA-RECARGO                 VALUE "S".
002190  77  ST-RECARGO-ANTERIOR-SW      PIC X(01) VALUE "N".
002200  77  ST-AREA-CALCULO             PIC 9(21)V9(04) VALUE 0.
002210  77  ST-VEREDICTO-CALCULO        PIC X(26) VALUE SPACES.
002220  77  ST-IMPORTE-AREA             PIC 9(13)V9(02) VALUE 0.
002230  77  ST-IMPORTE-CORTE            PIC 9(13)V9(02) VALUE 0.
002240  77  ST-RECARGO-CALCULO          PIC 9(13)V9(02) VALUE 0.
002250  77  ST-RECARGO-ANTERIOR         PIC 9(13)V9(02) VALUE 0.
002260  77  ST-RECARGO-NUEVO            PIC 9(13)V9(02) VALUE 0.

002270*----------------------------------------------------------------*
002280* ACUMULADOS POR POLIGONO Y POR CLIENTE. Las lineas cuentan todo *
002290* lo leido en el rango; cambios y recargos, solo los paneles     *
002300* cuyo veredicto cambia (los demas no mueven el recargo).        *
002310*----------------------------------------------------------------*
002320  77  ST-TOTAL-POLIGONOS          PIC 9(02) COMP VALUE 0.
002330  01  ST-TABLA-POLIGONOS.
002340      05  ST-POLI-ENTRADA         OCCURS 30 TIMES.
002350          10  ST-POLI-NOMBRE      PIC X(14).
002360          10  ST-POLI-LINEAS      PIC 9(06).
002370          10  ST-POLI-CAMBIOS     PIC 9(06).
002380          10  ST-POLI-ANTERIOR    PIC 9(13)V9(02).
002390          10  ST-POLI-NUEVO       PIC 9(13)V9(02).
002400  77  ST-POLI-INDICE              PIC 9(02) COMP VALUE 0.
002410  77  ST-POLI-ENCONTRADO          PIC X(01) VALUE "N".
002420      88  ST-POLI-SE-ENCONTRO               VALUE "S".
002430  77  ST-TOTAL-CLIENTES           PIC 9(03) COMP VALUE 0.
002440  01  ST-TABLA-CLIENTES.
002450      05  ST-CLI-ENTRADA          OCCURS 500 TIMES.
002460          10  ST-CLI-CODIGO       PIC X(06).
002470          10  ST-CLI-LINEAS       PIC 9(06).
002480          10  ST-CLI-CAMBIOS      PIC 9(06).
002490          10  ST-CLI-ANTERIOR     PIC 9(13)V9(02).
002500          10  ST-CLI-NUEVO        PIC 9(13)V9(02).
002510  77  ST-CLI-INDICE               PIC 9(03) COMP VALUE 0.
002520  77  ST-CLI-ENCONTRADO           PIC X(01) VALUE "N".
002530      88  ST-CLI-SE-ENCONTRO                VALUE "S".
002540  77  ST-TABLA-LLENA              PIC X(01) VALUE "N".
002550      88  ST-TABLA-LLENA-SI                 VALUE "S".

002560*----------------------------------------------------------------*
002570* CIFRAS DE LA SIMULACION.                                       *
002580*----------------------------------------------------------------*
002590  77  ST-LEIDAS                   PIC 9(08) VALUE 0.
002600  77  ST-EN-RANGO                 PIC 9(08) VALUE 0.
002610  77  ST-NO-RECLASIFICADAS        PIC 9(08) VALUE 0.
002620  77  ST-SIN-DIAGONAL-CANT        PIC 9(08) VALUE 0.
002630  77  ST-CAMBIOS                  PIC 9(08) VALUE 0.
002640  77  ST-A-RECARGO                PIC 9(08) VALUE 0.
002650  77  ST-SIN-RECARGO              PIC 9(08) VALUE 0.
002660  77  ST-OTROS-CAMBIOS            PIC 9(08) VALUE 0.
002670  77  ST-SIN-TARIFA               PIC 9(08) VALUE 0.
002680  77  ST-TOT-ANTERIOR             PIC 9(15)V9(02) VALUE 0.
002690  77  ST-TOT-NUEVO                PIC 9(15)V9(02) VALUE 0.
002700  77  ST-CANT-EDIT                PIC Z(7)9.

002710*----------------------------------------------------------------*
002720* LINEAS DEL REPORTE DE SIMULACION.                              *
002730*----------------------------------------------------------------*
002740  01  SIM-ENCABEZADO.
002750      05  FILLER                  PIC X(33) VALUE
002760          "SIMULACION DE TOLERANCIAS  DESDE ".
002770      05  SIM-ENC-DESDE           PIC 9(08).
002780      05  FILLER                  PIC X(08) VALUE "  HASTA ".
002790      05  SIM-ENC-HASTA           PIC 9(08).
002800      05  FILLER                  PIC X(23) VALUE SPACES.
002810  01  SIM-FUENTE.
002820      05  FILLER                  PIC X(12) VALUE "  BITACORA: ".
002830      05  SIM-FTE-NOMBRE          PIC X(15).
002840      05  FILLER                  PIC X(53) VALUE SPACES.
002850  01  SIM-BANDA.
002860      05  FILLER                  PIC X(15) VALUE
002870          "  BANDA HASTA: ".
002880      05  SIM-BAN-LIMITE          PIC Z(9)9.
002890      05  FILLER                  PIC X(14) VALUE
002900          "  TOLERANCIA: ".
002910      05  SIM-BAN-VALOR           PIC Z(4)9.
002920      05  FILLER                  PIC X(36) VALUE SPACES.
002930  01  SIM-COLUMNAS-DETALLE.
002940      05  FILLER                  PIC X(24) VALUE
002950          "    PEDIDO LIN. CLIENTE ".
002960      05  FILLER                  PIC X(27) VALUE
002970          "POLIGONO        REC. ACTUAL".
002980      05  FILLER                  PIC X(27) VALUE
002990          "  REC. SIMUL.    DIFERENCIA".
003000      05  FILLER                  PIC X(02) VALUE SPACES.
003010  01  SIM-DETALLE.
003020      05  FILLER                  PIC X(02) VALUE SPACES.
003030      05  SIM-DET-PEDIDO          PIC Z(7)9.
003040      05  FILLER                  PIC X(01) VALUE SPACE.
003050      05  SIM-DET-LINEA           PIC Z(3)9.
003060      05  FILLER                  PIC X(02) VALUE SPACES.
003070      05  SIM-DET-CLIENTE         PIC X(06).
003080      05  FILLER                  PIC X(01) VALUE SPACE.
003090      05  SIM-DET-POLIGONO        PIC X(14).
003100      05  FILLER                  PIC X(01) VALUE SPACE.
003110      05  SIM-DET-ANTERIOR        PIC Z(8)9.99.
003120      05  FILLER                  PIC X(01) VALUE SPACE.
003130      05  SIM-DET-NUEVO           PIC Z(8)9.99.
003140      05  FILLER                  PIC X(01) VALUE SPACE.
003150      05  SIM-DET-DIFERENCIA      PIC -(9)9.99.
003160      05  FILLER                  PIC X(02) VALUE SPACES.
003170  01  SIM-CAMBIO.
003180      05  FILLER                  PIC X(10) VALUE
003190          "      de: ".
003200      05  SIM-CAM-ANTERIOR        PIC X(26).
003210      05  FILLER                  PIC X(05) VALUE "  a: ".
003220      05  SIM-CAM-NUEVO           PIC X(26).
003230      05  FILLER                  PIC X(13) VALUE SPACES.
003240  01  SIM-COLUMNAS-GRUPO.
003250      05  SIM-COL-NOMBRE          PIC X(16).
003260      05  FILLER                  PIC X(30) VALUE
003270          " LINEAS CAMBIOS   RECARGO ANT.".
003280      05  FILLER                  PIC X(31) VALUE
003290          "   RECARGO SIM.      DIFERENCIA".
003300      05  FILLER                  PIC X(03) VALUE SPACES.
003310  01  SIM-GRUPO.
003320      05  FILLER                  PIC X(02) VALUE SPACES.
003330      05  SIM-GRU-NOMBRE          PIC X(14).
003340      05  FILLER                  PIC X(01) VALUE SPACE.
003350      05  SIM-GRU-LINEAS          PIC Z(5)9.
003360      05  FILLER                  PIC X(01) VALUE SPACE.
003370      05  SIM-GRU-CAMBIOS         PIC Z(6)9.
003380      05  FILLER                  PIC X(02) VALUE SPACES.
003390      05  SIM-GRU-ANTERIOR        PIC Z(9)9.99.
003400      05  FILLER                  PIC X(02) VALUE SPACES.
003410      05  SIM-GRU-NUEVO           PIC Z(9)9.99.
003420      05  FILLER                  PIC X(02) VALUE SPACES.
003430      05  SIM-GRU-DIFERENCIA      PIC -(10)9.99.
003440      05  FILLER                  PIC X(03) VALUE SPACES.
003450  01  SIM-CIFRA.
003460      05  FILLER                  PIC X(02) VALUE SPACES.
003470      05  SIM-CIF-ETIQUETA        PIC X(36).
003480      05  SIM-CIF-CANT            PIC Z(7)9.
003490      05  FILLER                  PIC X(34) VALUE SPACES.
003500  01  SIM-IMPORTE.
003510      05  FILLER                  PIC X(02) VALUE SPACES.
003520      05  SIM-IMP-ETIQUETA        PIC X(36).
003530      05  SIM-IMP-VALOR           PIC -(15)9.99.
003540      05  FILLER                  PIC X(23) VALUE SPACES.

003550  PROCEDURE DIVISION.
003560*================================================================*
003570* 0000-MAINLINE                                                  *
003580*     Carga la tabla candidata y las tarifas, reclasifica la     *
003590*     bitacora completa y escribe el reporte de simulacion.      *
003600*================================================================*
003610  0000-MAINLINE.
003611      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
003612      ACCEPT COR-HORA-INICIO FROM TIME
003620      PERFORM 1000-INICIO
003630          THRU 1000-INICIO-EXIT
003640      PERFORM 2000-PROCESAR-LINEA
003650          THRU 2000-PROCESAR-LINEA-EXIT
003660          UNTIL ST-FIN-BITACORA-SI
003670      PERFORM 9000-FINALIZAR
003680          THRU 9000-FINALIZAR-EXIT
003681      PERFORM 9800-REGISTRAR-CORRIDA
003682          THRU 9800-REGISTRAR-CORRIDA-EXIT
003690      STOP RUN.

003700*----------------------------------------------------------------*
003710* 1000-INICIO                                                    *
003720*     Toma bitacora y rango de fechas (tarjeta o consola), carga *
003730*     la tabla candidata y las tarifas, abre los archivos de     *
003740*     lectura y el reporte, y escribe el encabezado.             *
003750*----------------------------------------------------------------*
003760  1000-INICIO.
003770      PERFORM 1100-LEER-PARAMETROS
003780          THRU 1100-LEER-PARAMETROS-EXIT
003790      IF ST-FIN-BITACORA-SI
003800          GO TO 1000-INICIO-EXIT
003810      END-IF
003820      IF ST-CON-PARAMETROS
003830          MOVE PRM-BITACORA TO ST-NOMBRE-BITACORA
003840          MOVE PRM-FECHA-DESDE TO ST-FECHA-DESDE
003850          MOVE PRM-FECHA-HASTA TO ST-FECHA-HASTA
003860      ELSE
003870          DISPLAY "Bitacora a simular (vacio = BITACORA en "
003880              "curso, o un archivo BITACORA.AAAAMM): "
003890          ACCEPT ST-NOMBRE-BITACORA
003900          DISPLAY "Fecha desde (AAAAMMDD, 0 = todo): "
003910          ACCEPT ST-FECHA-DESDE
003920          DISPLAY "Fecha hasta (AAAAMMDD, 0 = todo): "
003930          ACCEPT ST-FECHA-HASTA
003940      END-IF
003950      IF ST-NOMBRE-BITACORA = SPACES
003960          MOVE "BITACORA" TO ST-NOMBRE-BITACORA
003970      END-IF
003980      IF ST-FECHA-HASTA = 0
003990          MOVE 99999999 TO ST-FECHA-HASTA
004000      END-IF
004010      PERFORM 1200-CARGAR-TOLERANCIAS
004020          THRU 1200-CARGAR-TOLERANCIAS-EXIT
004030      IF NOT ST-TOLSIM-VALIDA
004040          MOVE 8 TO RETURN-CODE
004050          SET ST-FIN-BITACORA-SI TO TRUE
004060          GO TO 1000-INICIO-EXIT
004070      END-IF
004080      PERFORM 1300-CARGAR-TARIFAS
004090          THRU 1300-CARGAR-TARIFAS-EXIT
004100      IF ST-TOTAL-TARIFAS = 0
004110          DISPLAY "Sin tarifas cargadas: los cambios de "
004120              "veredicto se reportan con recargo en ceros."
004130      END-IF
004140      OPEN INPUT BITACORA-FILE
004150      IF ST-ESTADO-BITACORA NOT = "00"
004160          DISPLAY "No se pudo abrir BITACORA-FILE, estado: "
004170              ST-ESTADO-BITACORA
004180          MOVE 8 TO RETURN-CODE
004190          SET ST-FIN-BITACORA-SI TO TRUE
004200          GO TO 1000-INICIO-EXIT
004210      END-IF
004220      SET ST-BITACORA-ABIERTA-SI TO TRUE
004230      OPEN INPUT INVENTARIO-FILE
004240      IF ST-ESTADO-INVENTARIO = "00"
004250          SET ST-INVENTARIO-DISPONIBLE TO TRUE
004260      ELSE
004270          DISPLAY "No se pudo abrir INVENTARIO-FILE, estado: "
004280              ST-ESTADO-INVENTARIO
004290          DISPLAY "Los paneles se reportan sin cliente."
004300      END-IF
004310      OPEN OUTPUT SIMTOL-FILE
004320      IF ST-ESTADO-SIMTOL NOT = "00"
004330          DISPLAY "No se pudo abrir SIMTOL-FILE, estado: "
004340              ST-ESTADO-SIMTOL
004350          MOVE 8 TO RETURN-CODE
004360          SET ST-FIN-BITACORA-SI TO TRUE
004370          GO TO 1000-INICIO-EXIT
004380      END-IF
004390      SET ST-REPORTE-ABIERTO-SI TO TRUE
004400      PERFORM 1400-ESCRIBIR-ENCABEZADO
004410          THRU 1400-ESCRIBIR-ENCABEZADO-EXIT.
004420  1000-INICIO-EXIT.
004430      EXIT.

004440*----------------------------------------------------------------*
004450* 1100-LEER-PARAMETROS                                           *
004460*     Lee la tarjeta de parametros (PARAMS-FILE, ver PARMREC)    *
004470*     igual que BITRESUMEN: bitacora y rango de fechas. Sin      *
004480*     tarjeta se pregunta por consola; un parametro invalido     *
004490*     detiene la corrida con RETURN-CODE 8.                      *
004500*----------------------------------------------------------------*
004510  1100-LEER-PARAMETROS.
004520      OPEN INPUT PARAMS-FILE
004530      IF ST-ESTADO-PARAMS = "35"
004540          GO TO 1100-LEER-PARAMETROS-EXIT
004550      END-IF
004560      IF ST-ESTADO-PARAMS NOT = "00"
004570          DISPLAY "No se pudo abrir PARAMS-FILE, estado: "
004580              ST-ESTADO-PARAMS
004590          MOVE 8 TO RETURN-CODE
004600          SET ST-FIN-BITACORA-SI TO TRUE
004610          GO TO 1100-LEER-PARAMETROS-EXIT
004620      END-IF
004630      READ PARAMS-FILE INTO PRM-REGISTRO
004640          AT END
004650              DISPLAY "PARAMS-FILE esta vacio."
004660              MOVE 8 TO RETURN-CODE
004670              SET ST-FIN-BITACORA-SI TO TRUE
004680      END-READ
004690      CLOSE PARAMS-FILE
004700      IF ST-FIN-BITACORA-SI
004710          GO TO 1100-LEER-PARAMETROS-EXIT
004720      END-IF
004730      MOVE "S" TO ST-PARAMS-SW
004740      IF PRM-FECHA-DESDE NOT NUMERIC
004750              OR PRM-FECHA-HASTA NOT NUMERIC
004760          DISPLAY "Parametros de fecha invalidos en la tarjeta."
004770          MOVE 8 TO RETURN-CODE
004780          SET ST-FIN-BITACORA-SI TO TRUE
004790          GO TO 1100-LEER-PARAMETROS-EXIT
004800      END-IF
004810      DISPLAY "Parametros de la corrida: DESDE="
004820          PRM-FECHA-DESDE " HASTA=" PRM-FECHA-HASTA
004830          " BITACORA=" PRM-BITACORA.
004840  1100-LEER-PARAMETROS-EXIT.
004850      EXIT.

004860*----------------------------------------------------------------*
004870* 1200-CARGAR-TOLERANCIAS                                        *
004880*     Carga la tabla candidata desde TOLSIM-FILE. A diferencia   *
004890*     de POLIGONOS, aqui la tabla es el objeto de la corrida:    *
004900*     sin archivo, con una banda no numerica, fuera de orden     *
004910*     ascendente o con mas de 10 bandas la simulacion no corre.  *
004920*     Un archivo vacio es valido y simula comparacion exacta.    *
004930*----------------------------------------------------------------*
004940  1200-CARGAR-TOLERANCIAS.
004950      OPEN INPUT TOLSIM-FILE
004960      IF ST-ESTADO-TOLSIM NOT = "00"
004970          DISPLAY "No se pudo abrir TOLSIM-FILE, estado: "
004980              ST-ESTADO-TOLSIM
004990          MOVE "N" TO ST-TOLSIM-SW
005000          GO TO 1200-CARGAR-TOLERANCIAS-EXIT
005010      END-IF
005020      PERFORM 1210-LEER-TOLERANCIA
005030          THRU 1210-LEER-TOLERANCIA-EXIT
005040          UNTIL ST-FIN-TOLSIM-SI
005050      CLOSE TOLSIM-FILE
005060      IF ST-TOLSIM-VALIDA AND ST-TOTAL-TOLERANCIAS = 0
005070          DISPLAY "TOLSIM-FILE sin bandas: se simula la "
005080              "comparacion exacta."
005090      END-IF.
005100  1200-CARGAR-TOLERANCIAS-EXIT.
005110      EXIT.

005120*----------------------------------------------------------------*
005130* 1210-LEER-TOLERANCIA                                           *
005140*     Lee una banda de TOLSIM-FILE, la valida y la agrega a la   *
005150*     tabla.                                                     *
005160*----------------------------------------------------------------*
005170  1210-LEER-TOLERANCIA.
005180      READ TOLSIM-FILE
005190          AT END
005200              SET ST-FIN-TOLSIM-SI TO TRUE
005210              GO TO 1210-LEER-TOLERANCIA-EXIT
005220      END-READ
005230      IF TOLERA-LIMITE NOT NUMERIC OR TOLERA-VALOR NOT NUMERIC
005240          DISPLAY "Banda no numerica en TOLSIM-FILE: "
005250              TOLERA-REGISTRO
005260          MOVE "N" TO ST-TOLSIM-SW
005270          SET ST-FIN-TOLSIM-SI TO TRUE
005280          GO TO 1210-LEER-TOLERANCIA-EXIT
005290      END-IF
005300      IF ST-TOTAL-TOLERANCIAS > 0
005310              AND TOLERA-LIMITE NOT > ST-LIMITE-ANTERIOR
005320          DISPLAY "Bandas fuera de orden ascendente en "
005330              "TOLSIM-FILE: " TOLERA-LIMITE
005340          MOVE "N" TO ST-TOLSIM-SW
005350          SET ST-FIN-TOLSIM-SI TO TRUE
005360          GO TO 1210-LEER-TOLERANCIA-EXIT
005370      END-IF
005380      IF ST-TOTAL-TOLERANCIAS NOT < 10
005390          DISPLAY "TOLSIM-FILE trae mas de 10 bandas."
005400          MOVE "N" TO ST-TOLSIM-SW
005410          SET ST-FIN-TOLSIM-SI TO TRUE
005420          GO TO 1210-LEER-TOLERANCIA-EXIT
005430      END-IF
005440      ADD 1 TO ST-TOTAL-TOLERANCIAS
005450      MOVE TOLERA-LIMITE TO TOLE-LIMITE (ST-TOTAL-TOLERANCIAS)
005460      MOVE TOLERA-VALOR TO TOLE-VALOR (ST-TOTAL-TOLERANCIAS)
005470      MOVE TOLERA-LIMITE TO ST-LIMITE-ANTERIOR.
005480  1210-LEER-TOLERANCIA-EXIT.
005490      EXIT.

005500*----------------------------------------------------------------*
005510* 1300-CARGAR-TARIFAS                                            *
005520*     Carga ST-TABLA-TARIFAS desde el maestro TARVIG-FILE,       *
005530*     hasta el limite de 300 entradas, igual que FACTURACION.    *
005540*----------------------------------------------------------------*
005550  1300-CARGAR-TARIFAS.
005560      OPEN INPUT TARVIG-FILE
005570      IF ST-ESTADO-TARIFAS NOT = "00"
005580          DISPLAY "No se pudo abrir TARVIG-FILE, estado: "
005590              ST-ESTADO-TARIFAS
005600          GO TO 1300-CARGAR-TARIFAS-EXIT
005610      END-IF
005620      PERFORM 1310-LEER-TARIFA
005630          THRU 1310-LEER-TARIFA-EXIT
005640          UNTIL ST-FIN-TARIFAS-SI
005650      CLOSE TARVIG-FILE.
005660  1300-CARGAR-TARIFAS-EXIT.
005670      EXIT.

005680*----------------------------------------------------------------*
005690* 1310-LEER-TARIFA                                               *
005700*     Lee un registro de TARVIG-FILE y lo agrega a la tabla.     *
005701*     Una tarifa que ya no cabe se avisa y deja RETURN-CODE 4,   *
005702*     porque los paneles que la usan quedarian mal tasados.      *
005710*----------------------------------------------------------------*
005720  1310-LEER-TARIFA.
005730      READ TARVIG-FILE
005740          AT END
005750              SET ST-FIN-TARIFAS-SI TO TRUE
005760          NOT AT END
005770              IF ST-TOTAL-TARIFAS < 300
005780                  ADD 1 TO ST-TOTAL-TARIFAS
005790                  MOVE TVG-POLIGONO
005800                      TO ST-TAR-POLIGONO (ST-TOTAL-TARIFAS)
005801                  MOVE TVG-VIGENCIA-DESDE
005802                      TO ST-TAR-DESDE (ST-TOTAL-TARIFAS)
005803                  MOVE TVG-VIGENCIA-HASTA
005804                      TO ST-TAR-HASTA (ST-TOTAL-TARIFAS)
005810                  MOVE TVG-AREA-HASTA
005820                      TO ST-TAR-AREA-HASTA (ST-TOTAL-TARIFAS)
005830                  MOVE TVG-PRECIO-AREA
005840                      TO ST-TAR-PRECIO-AREA (ST-TOTAL-TARIFAS)
005850                  MOVE TVG-RECARGO-CORTE
005860                      TO ST-TAR-RECARGO-CORTE (ST-TOTAL-TARIFAS)
005870                  MOVE TVG-RECARGO-IRREG
005880                      TO ST-TAR-RECARGO-IRREG (ST-TOTAL-TARIFAS)
005881              ELSE
005882                  DISPLAY "Tabla de tarifas llena, se omite "
005883                      TVG-POLIGONO " banda " TVG-BANDA
005884                      " desde " TVG-VIGENCIA-DESDE
005885                  IF RETURN-CODE < 4
005886                      MOVE 4 TO RETURN-CODE
005887                  END-IF
005890              END-IF
005900      END-READ.
005910  1310-LEER-TARIFA-EXIT.
005920      EXIT.

005930*----------------------------------------------------------------*
005940* 1400-ESCRIBIR-ENCABEZADO                                       *
005950*     Encabezado del reporte: rango, bitacora y las bandas de la *
005960*     tabla candidata, seguido de los titulos del detalle.       *
005970*----------------------------------------------------------------*
005980  1400-ESCRIBIR-ENCABEZADO.
005990      MOVE ST-FECHA-DESDE TO SIM-ENC-DESDE
006000      MOVE ST-FECHA-HASTA TO SIM-ENC-HASTA
006010      WRITE SIM-LINEA FROM SIM-ENCABEZADO
006020      MOVE ST-NOMBRE-BITACORA TO SIM-FTE-NOMBRE
006030      WRITE SIM-LINEA FROM SIM-FUENTE
006040      MOVE "  TOLERANCIAS CANDIDATAS (TOLSIM):" TO SIM-LINEA
006050      WRITE SIM-LINEA
006060      IF ST-TOTAL-TOLERANCIAS = 0
006070          MOVE "  SIN BANDAS: COMPARACION EXACTA" TO SIM-LINEA
006080          WRITE SIM-LINEA
006090      END-IF
006100      MOVE 1 TO ST-TOL-INDICE
006110      PERFORM 1410-ESCRIBIR-BANDA
006120          THRU 1410-ESCRIBIR-BANDA-EXIT
006130          UNTIL ST-TOL-INDICE > ST-TOTAL-TOLERANCIAS
006140      MOVE SPACES TO SIM-LINEA
006150      WRITE SIM-LINEA
006160      MOVE "PANELES CUYO VEREDICTO CAMBIARIA" TO SIM-LINEA
006170      WRITE SIM-LINEA
006180      WRITE SIM-LINEA FROM SIM-COLUMNAS-DETALLE.
006190  1400-ESCRIBIR-ENCABEZADO-EXIT.
006200      EXIT.

006210  1410-ESCRIBIR-BANDA.
006220      MOVE TOLE-LIMITE (ST-TOL-INDICE) TO SIM-BAN-LIMITE
006230      MOVE TOLE-VALOR (ST-TOL-INDICE) TO SIM-BAN-VALOR
006240      WRITE SIM-LINEA FROM SIM-BANDA
006250      ADD 1 TO ST-TOL-INDICE.
006260  1410-ESCRIBIR-BANDA-EXIT.
006270      EXIT.

006280*----------------------------------------------------------------*
006290* 2000-PROCESAR-LINEA                                            *
006300*     Lee una linea de la bitacora; si cae en el rango la        *
006310*     cuenta para su poligono y su cliente, la reclasifica con   *
006320*     la tabla candidata (3000) y, si el veredicto cambia,       *
006330*     calcula los dos recargos (4000) y la lista en el detalle.  *
006340*----------------------------------------------------------------*
006350  2000-PROCESAR-LINEA.
006360      READ BITACORA-FILE
006370          AT END
006380              SET ST-FIN-BITACORA-SI TO TRUE
006390              GO TO 2000-PROCESAR-LINEA-EXIT
006400      END-READ
006410      ADD 1 TO ST-LEIDAS
006420      IF LOG-FECHA < ST-FECHA-DESDE
006430              OR LOG-FECHA > ST-FECHA-HASTA
006440          GO TO 2000-PROCESAR-LINEA-EXIT
006450      END-IF
006460      ADD 1 TO ST-EN-RANGO
006470      PERFORM 2100-OBTENER-CLIENTE
006480          THRU 2100-OBTENER-CLIENTE-EXIT
006490      PERFORM 2200-BUSCAR-POLIGONO
006500          THRU 2200-BUSCAR-POLIGONO-EXIT
006510      PERFORM 2300-BUSCAR-CLIENTE
006520          THRU 2300-BUSCAR-CLIENTE-EXIT
006530      IF ST-POLI-INDICE > 0
006540          ADD 1 TO ST-POLI-LINEAS (ST-POLI-INDICE)
006550      END-IF
006560      IF ST-CLI-INDICE > 0
006570          ADD 1 TO ST-CLI-LINEAS (ST-CLI-INDICE)
006580      END-IF
006590      PERFORM 3000-RECLASIFICAR
006600          THRU 3000-RECLASIFICAR-EXIT
006610      IF NOT ST-RECLASIFICADA
006620          GO TO 2000-PROCESAR-LINEA-EXIT
006630      END-IF
006640*    El sufijo "c/tol" no cuenta como cambio: solo anota que la
006650*    igualdad se dio por tolerancia, la forma es la misma.
006660      IF ST-VEREDICTO-BASE = ST-VEREDICTO-ANTERIOR
006670          GO TO 2000-PROCESAR-LINEA-EXIT
006680      END-IF
006690      ADD 1 TO ST-CAMBIOS
006700      PERFORM 4000-CALCULAR-RECARGOS
006710          THRU 4000-CALCULAR-RECARGOS-EXIT
006720      ADD ST-RECARGO-ANTERIOR TO ST-TOT-ANTERIOR
006730      ADD ST-RECARGO-NUEVO TO ST-TOT-NUEVO
006740      IF ST-POLI-INDICE > 0
006750          ADD 1 TO ST-POLI-CAMBIOS (ST-POLI-INDICE)
006760          ADD ST-RECARGO-ANTERIOR
006770              TO ST-POLI-ANTERIOR (ST-POLI-INDICE)
006780          ADD ST-RECARGO-NUEVO TO ST-POLI-NUEVO (ST-POLI-INDICE)
006790      END-IF
006800      IF ST-CLI-INDICE > 0
006810          ADD 1 TO ST-CLI-CAMBIOS (ST-CLI-INDICE)
006820          ADD ST-RECARGO-ANTERIOR
006830              TO ST-CLI-ANTERIOR (ST-CLI-INDICE)
006840          ADD ST-RECARGO-NUEVO TO ST-CLI-NUEVO (ST-CLI-INDICE)
006850      END-IF
006860      PERFORM 2400-ESCRIBIR-DETALLE
006870          THRU 2400-ESCRIBIR-DETALLE-EXIT.
006880  2000-PROCESAR-LINEA-EXIT.
006890      EXIT.

006900*----------------------------------------------------------------*
006910* 2100-OBTENER-CLIENTE                                           *
006920*     Busca en el inventario el cliente del panel por su clave   *
006930*     (LOG-PEDIDO + LOG-LINEA). Las lineas historicas sin        *
006940*     pedido, las capturas interactivas (pedido 0) y los paneles *
006950*     que ya no estan en el inventario quedan sin cliente.       *
006960*----------------------------------------------------------------*
006970  2100-OBTENER-CLIENTE.
006980      MOVE SPACES TO ST-CLIENTE
006990      IF NOT ST-INVENTARIO-DISPONIBLE
007000          GO TO 2100-OBTENER-CLIENTE-EXIT
007010      END-IF
007020      IF LOG-PEDIDO NOT NUMERIC OR LOG-LINEA NOT NUMERIC
007030          GO TO 2100-OBTENER-CLIENTE-EXIT
007040      END-IF
007050      IF LOG-PEDIDO = 0
007060          GO TO 2100-OBTENER-CLIENTE-EXIT
007070      END-IF
007080      MOVE LOG-PEDIDO TO INV-PEDIDO
007090      MOVE LOG-LINEA TO INV-LINEA
007100      READ INVENTARIO-FILE
007110          INVALID KEY
007120              CONTINUE
007130          NOT INVALID KEY
007140              MOVE INV-CLIENTE TO ST-CLIENTE
007150      END-READ.
007160  2100-OBTENER-CLIENTE-EXIT.
007170      EXIT.

007180*----------------------------------------------------------------*
007190* 2200-BUSCAR-POLIGONO                                           *
007200*     Deja en ST-POLI-INDICE la entrada del poligono de la       *
007210*     linea, agregandola la primera vez; con la tabla llena      *
007220*     queda en 0 y la linea no se acumula por poligono.          *
007230*----------------------------------------------------------------*
007240  2200-BUSCAR-POLIGONO.
007250      MOVE "N" TO ST-POLI-ENCONTRADO
007260      MOVE 1 TO ST-POLI-INDICE
007270      PERFORM 2210-COMPARAR-POLIGONO
007280          THRU 2210-COMPARAR-POLIGONO-EXIT
007290          UNTIL ST-POLI-INDICE > ST-TOTAL-POLIGONOS
007300              OR ST-POLI-SE-ENCONTRO
007310      IF ST-POLI-SE-ENCONTRO
007320          GO TO 2200-BUSCAR-POLIGONO-EXIT
007330      END-IF
007340      IF ST-TOTAL-POLIGONOS < 30
007350          ADD 1 TO ST-TOTAL-POLIGONOS
007360          MOVE ST-TOTAL-POLIGONOS TO ST-POLI-INDICE
007370          MOVE LOG-POLIGONO TO ST-POLI-NOMBRE (ST-POLI-INDICE)
007380          MOVE 0 TO ST-POLI-LINEAS (ST-POLI-INDICE)
007390          MOVE 0 TO ST-POLI-CAMBIOS (ST-POLI-INDICE)
007400          MOVE 0 TO ST-POLI-ANTERIOR (ST-POLI-INDICE)
007410          MOVE 0 TO ST-POLI-NUEVO (ST-POLI-INDICE)
007420      ELSE
007430          MOVE 0 TO ST-POLI-INDICE
007440          SET ST-TABLA-LLENA-SI TO TRUE
007450      END-IF.
007460  2200-BUSCAR-POLIGONO-EXIT.
007470      EXIT.

007480  2210-COMPARAR-POLIGONO.
007490      IF ST-POLI-NOMBRE (ST-POLI-INDICE) = LOG-POLIGONO
007500          SET ST-POLI-SE-ENCONTRO TO TRUE
007510      ELSE
007520          ADD 1 TO ST-POLI-INDICE
007530      END-IF.
007540  2210-COMPARAR-POLIGONO-EXIT.
007550      EXIT.

007560*----------------------------------------------------------------*
007570* 2300-BUSCAR-CLIENTE                                            *
007580*     Igual que 2200, para el cliente de la linea (los paneles   *
007590*     sin cliente se acumulan juntos bajo el codigo en blanco).  *
007600*----------------------------------------------------------------*
007610  2300-BUSCAR-CLIENTE.
007620      MOVE "N" TO ST-CLI-ENCONTRADO
007630      MOVE 1 TO ST-CLI-INDICE
007640      PERFORM 2310-COMPARAR-CLIENTE
007650          THRU 2310-COMPARAR-CLIENTE-EXIT
007660          UNTIL ST-CLI-INDICE > ST-TOTAL-CLIENTES
007670              OR ST-CLI-SE-ENCONTRO
007680      IF ST-CLI-SE-ENCONTRO
007690          GO TO 2300-BUSCAR-CLIENTE-EXIT
007700      END-IF
007710      IF ST-TOTAL-CLIENTES < 500
007720          ADD 1 TO ST-TOTAL-CLIENTES
007730          MOVE ST-TOTAL-CLIENTES TO ST-CLI-INDICE
007740          MOVE ST-CLIENTE TO ST-CLI-CODIGO (ST-CLI-INDICE)
007750          MOVE 0 TO ST-CLI-LINEAS (ST-CLI-INDICE)
007760          MOVE 0 TO ST-CLI-CAMBIOS (ST-CLI-INDICE)
007770          MOVE 0 TO ST-CLI-ANTERIOR (ST-CLI-INDICE)
007780          MOVE 0 TO ST-CLI-NUEVO (ST-CLI-INDICE)
007790      ELSE
007800          MOVE 0 TO ST-CLI-INDICE
007810          SET ST-TABLA-LLENA-SI TO TRUE
007820      END-IF.
007830  2300-BUSCAR-CLIENTE-EXIT.
007840      EXIT.

007850  2310-COMPARAR-CLIENTE.
007860      IF ST-CLI-CODIGO (ST-CLI-INDICE) = ST-CLIENTE
007870          SET ST-CLI-SE-ENCONTRO TO TRUE
007880      ELSE
007890          ADD 1 TO ST-CLI-INDICE
007900      END-IF.
007910  2310-COMPARAR-CLIENTE-EXIT.
007920      EXIT.

007930*----------------------------------------------------------------*
007940* 2400-ESCRIBIR-DETALLE                                          *
007950*     Dos renglones por panel que cambia: clave, cliente,        *
007960*     poligono y recargos; debajo, el veredicto registrado y el  *
007970*     que daria la tabla candidata.                              *
007980*----------------------------------------------------------------*
007990  2400-ESCRIBIR-DETALLE.
008000      IF LOG-PEDIDO NUMERIC
008010          MOVE LOG-PEDIDO TO SIM-DET-PEDIDO
008020      ELSE
008030          MOVE 0 TO SIM-DET-PEDIDO
008040      END-IF
008050      IF LOG-LINEA NUMERIC
008060          MOVE LOG-LINEA TO SIM-DET-LINEA
008070      ELSE
008080          MOVE 0 TO SIM-DET-LINEA
008090      END-IF
008100      MOVE ST-CLIENTE TO SIM-DET-CLIENTE
008110      MOVE LOG-POLIGONO TO SIM-DET-POLIGONO
008120      MOVE ST-RECARGO-ANTERIOR TO SIM-DET-ANTERIOR
008130      MOVE ST-RECARGO-NUEVO TO SIM-DET-NUEVO
008140      COMPUTE SIM-DET-DIFERENCIA =
008150          ST-RECARGO-NUEVO - ST-RECARGO-ANTERIOR
008160      WRITE SIM-LINEA FROM SIM-DETALLE
008170      MOVE LOG-VEREDICTO TO SIM-CAM-ANTERIOR
008180      MOVE ST-VEREDICTO-NUEVO TO SIM-CAM-NUEVO
008190      WRITE SIM-LINEA FROM SIM-CAMBIO.
008200  2400-ESCRIBIR-DETALLE-EXIT.
008210      EXIT.

008220*----------------------------------------------------------------*
008230* 3000-RECLASIFICAR                                              *
008240*     Vuelve a clasificar LOG-MEDIDAS con la tabla candidata.    *
008250*     La familia sale del veredicto registrado: regular o        *
008260*     irregular son n-agonos de la linea estandar o paneles por  *
008270*     vertices (3100); lo demas, triangulo (3200) o              *
008280*     cuadrilatero (3300) segun LOG-LADOS. Deja en               *
008290*     ST-VEREDICTO-BASE la forma sin sufijo, en                  *
008300*     ST-VEREDICTO-NUEVO la forma con "c/tol" si hizo falta la   *
008310*     tolerancia, y en ST-AREA-NUEVA el area que tendria el      *
008320*     panel con ese veredicto.                                   *
008330*----------------------------------------------------------------*
008340  3000-RECLASIFICAR.
008350      SET ST-RECLASIFICADA TO TRUE
008360      MOVE "N" TO ST-TOLERANCIA-APLICADA
008370      MOVE SPACES TO ST-VEREDICTO-ANTERIOR
008380      MOVE SPACES TO ST-PALABRA-ANTERIOR
008390      MOVE SPACES TO ST-VEREDICTO-BASE
008400      MOVE SPACES TO ST-VEREDICTO-NUEVO
008410      UNSTRING LOG-VEREDICTO DELIMITED BY " c/tol"
008420          INTO ST-VEREDICTO-ANTERIOR
008430      UNSTRING LOG-VEREDICTO DELIMITED BY SPACE
008440          INTO ST-PALABRA-ANTERIOR
008450      IF LOG-LADOS NOT NUMERIC OR LOG-MEDIDAS NOT NUMERIC
008460          SET ST-SIN-DATOS TO TRUE
008470      ELSE
008480          IF LOG-LADOS < 3 OR LOG-LADOS > 20
008490              SET ST-SIN-DATOS TO TRUE
008500          END-IF
008510      END-IF
008520      IF ST-SIN-DATOS
008530          ADD 1 TO ST-NO-RECLASIFICADAS
008540          GO TO 3000-RECLASIFICAR-EXIT
008550      END-IF
008560      EVALUATE TRUE
008570          WHEN ST-PALABRA-ANTERIOR = "regular"
008580          WHEN ST-PALABRA-ANTERIOR = "irregular"
008590              PERFORM 3100-RECLASIFICAR-LADOS
008600                  THRU 3100-RECLASIFICAR-LADOS-EXIT
008610          WHEN LOG-LADOS = 3
008620              PERFORM 3200-RECLASIFICAR-TRIANGULO
008630                  THRU 3200-RECLASIFICAR-TRIANGULO-EXIT
008640          WHEN LOG-LADOS = 4
008650              PERFORM 3300-RECLASIFICAR-CUADRI
008660                  THRU 3300-RECLASIFICAR-CUADRI-EXIT
008670          WHEN OTHER
008680              SET ST-SIN-DATOS TO TRUE
008690      END-EVALUATE
008700      IF ST-SIN-DATOS
008710          ADD 1 TO ST-NO-RECLASIFICADAS
008720          GO TO 3000-RECLASIFICAR-EXIT
008730      END-IF
008740      IF ST-SIN-DIAGONAL
008750          ADD 1 TO ST-SIN-DIAGONAL-CANT
008760          GO TO 3000-RECLASIFICAR-EXIT
008770      END-IF
008780      PERFORM 3400-ANOTAR-TOLERANCIA
008790          THRU 3400-ANOTAR-TOLERANCIA-EXIT.
008800  3000-RECLASIFICAR-EXIT.
008810      EXIT.

008820*----------------------------------------------------------------*
008830* 3100-RECLASIFICAR-LADOS                                        *
008840*     Regla de 3000-LOOP / 6000-VERTICES de POLIGONOS: cada      *
008850*     lado contra el primero (3110) y, si sigue regular, el      *
008860*     mayor contra el menor (3120).                              *
008870*----------------------------------------------------------------*
008880  3100-RECLASIFICAR-LADOS.
008890      SET ST-ES-REGULAR TO TRUE
008900      MOVE 2 TO ST-SUBINDICE
008910      PERFORM 3110-COMPARAR-LADO
008920          THRU 3110-COMPARAR-LADO-EXIT
008930          UNTIL ST-SUBINDICE > LOG-LADOS
008940      PERFORM 3120-COMPARAR-EXTREMOS
008950          THRU 3120-COMPARAR-EXTREMOS-EXIT
008960      IF ST-ES-REGULAR
008970          MOVE "regular" TO ST-VEREDICTO-BASE
008980      ELSE
008990          MOVE "irregular" TO ST-VEREDICTO-BASE
009000      END-IF
009010      PERFORM 3130-CALCULAR-AREA-LADOS
009020          THRU 3130-CALCULAR-AREA-LADOS-EXIT.
009030  3100-RECLASIFICAR-LADOS-EXIT.
009040      EXIT.

009050  3110-COMPARAR-LADO.
009060      MOVE LOG-MEDIDA (ST-SUBINDICE) TO ST-COMP-A
009070      MOVE LOG-MEDIDA (1) TO ST-COMP-B
009080      PERFORM 7000-COMPARAR-MEDIDAS
009090          THRU 7000-COMPARAR-MEDIDAS-EXIT
009100      IF NOT ST-COMP-SON-IGUALES
009110          SET ST-ES-IRREGULAR TO TRUE
009120      END-IF
009130      ADD 1 TO ST-SUBINDICE.
009140  3110-COMPARAR-LADO-EXIT.
009150      EXIT.

009160  3120-COMPARAR-EXTREMOS.
009170      IF ST-ES-IRREGULAR
009180          GO TO 3120-COMPARAR-EXTREMOS-EXIT
009190      END-IF
009200      MOVE LOG-MEDIDA (1) TO ST-LADO-MAXIMO
009210      MOVE LOG-MEDIDA (1) TO ST-LADO-MINIMO
009220      MOVE 2 TO ST-SUBINDICE
009230      PERFORM 3121-BUSCAR-EXTREMO
009240          THRU 3121-BUSCAR-EXTREMO-EXIT
009250          UNTIL ST-SUBINDICE > LOG-LADOS
009260      MOVE ST-LADO-MAXIMO TO ST-COMP-A
009270      MOVE ST-LADO-MINIMO TO ST-COMP-B
009280      PERFORM 7000-COMPARAR-MEDIDAS
009290          THRU 7000-COMPARAR-MEDIDAS-EXIT
009300      IF NOT ST-COMP-SON-IGUALES
009310          SET ST-ES-IRREGULAR TO TRUE
009320      END-IF.
009330  3120-COMPARAR-EXTREMOS-EXIT.
009340      EXIT.

009350  3121-BUSCAR-EXTREMO.
009360      IF LOG-MEDIDA (ST-SUBINDICE) > ST-LADO-MAXIMO
009370          MOVE LOG-MEDIDA (ST-SUBINDICE) TO ST-LADO-MAXIMO
009380      END-IF
009390      IF LOG-MEDIDA (ST-SUBINDICE) < ST-LADO-MINIMO
009400          MOVE LOG-MEDIDA (ST-SUBINDICE) TO ST-LADO-MINIMO
009410      END-IF
009420      ADD 1 TO ST-SUBINDICE.
009430  3121-BUSCAR-EXTREMO-EXIT.
009440      EXIT.

009450*----------------------------------------------------------------*
009460* 3130-CALCULAR-AREA-LADOS                                       *
009470*     Un panel por vertices conserva su area de coordenadas con  *
009480*     cualquier veredicto; en la linea estandar el regular lleva *
009490*     el area de la formula y el irregular queda en 0. La        *
009500*     bitacora no dice de que linea vino el panel: triangulo y   *
009510*     cuadrilatero regular/irregular solo salen por vertices,    *
009520*     un irregular con area es de vertices, y un regular es de   *
009530*     la linea estandar si su area es la de la formula.          *
009540*----------------------------------------------------------------*
009550  3130-CALCULAR-AREA-LADOS.
009560      MOVE "N" TO ST-VERTICES-SW
009570      MOVE LOG-LADOS TO ST-LADOS-CALCULO
009580      COMPUTE ST-ANGULO-CENTRAL ROUNDED =
009590          FUNCTION PI / ST-LADOS-CALCULO
009600      COMPUTE ST-TANGENTE-CENTRAL ROUNDED =
009610          FUNCTION TAN (ST-ANGULO-CENTRAL)
009620      COMPUTE ST-AREA-REGULAR =
009630          (ST-LADOS-CALCULO * LOG-MEDIDA (1) * LOG-MEDIDA (1)) /
009640          (4 * ST-TANGENTE-CENTRAL)
009650      MOVE ST-AREA-REGULAR TO ST-AREA-ESTANDAR
009660      EVALUATE TRUE
009670          WHEN LOG-LADOS < 5
009680              SET ST-ES-DE-VERTICES TO TRUE
009690          WHEN ST-PALABRA-ANTERIOR = "irregular"
009700              IF LOG-AREA > 0
009710                  SET ST-ES-DE-VERTICES TO TRUE
009720              END-IF
009730          WHEN OTHER
009740              IF LOG-AREA NOT = ST-AREA-ESTANDAR
009750                  SET ST-ES-DE-VERTICES TO TRUE
009760              END-IF
009770      END-EVALUATE
009780      IF ST-ES-DE-VERTICES
009790          MOVE LOG-AREA TO ST-AREA-NUEVA
009800      ELSE
009810          IF ST-ES-REGULAR
009820              MOVE ST-AREA-ESTANDAR TO ST-AREA-NUEVA
009830          ELSE
009840              MOVE 0 TO ST-AREA-NUEVA
009850          END-IF
009860      END-IF.
009870  3130-CALCULAR-AREA-LADOS-EXIT.
009880      EXIT.

009890*----------------------------------------------------------------*
009900* 3200-RECLASIFICAR-TRIANGULO                                    *
009910*     Regla de 4000-TRIAN: las tres parejas con tolerancia dan   *
009920*     equilatero, isosceles o escaleno; el angulo recto es       *
009930*     exacto (3210) y no se anota en el equilatero. El area de   *
009940*     Heron no depende del veredicto: queda la registrada.       *
009950*----------------------------------------------------------------*
009960  3200-RECLASIFICAR-TRIANGULO.
009970      MOVE LOG-MEDIDA (1) TO ST-COMP-A
009980      MOVE LOG-MEDIDA (2) TO ST-COMP-B
009990      PERFORM 7000-COMPARAR-MEDIDAS
010000          THRU 7000-COMPARAR-MEDIDAS-EXIT
010010      MOVE ST-COMP-IGUALES TO ST-IGUAL-12
010020      MOVE LOG-MEDIDA (2) TO ST-COMP-A
010030      MOVE LOG-MEDIDA (3) TO ST-COMP-B
010040      PERFORM 7000-COMPARAR-MEDIDAS
010050          THRU 7000-COMPARAR-MEDIDAS-EXIT
010060      MOVE ST-COMP-IGUALES TO ST-IGUAL-23
010070      MOVE LOG-MEDIDA (1) TO ST-COMP-A
010080      MOVE LOG-MEDIDA (3) TO ST-COMP-B
010090      PERFORM 7000-COMPARAR-MEDIDAS
010100          THRU 7000-COMPARAR-MEDIDAS-EXIT
010110      MOVE ST-COMP-IGUALES TO ST-IGUAL-13
010120      IF ST-SON-IGUALES-12 AND ST-SON-IGUALES-23
010130              AND ST-SON-IGUALES-13
010140          MOVE "equilatero" TO ST-TRIAN-FORMA
010150      ELSE
010160          IF NOT ST-SON-IGUALES-12
010170                  AND NOT ST-SON-IGUALES-13
010180                  AND NOT ST-SON-IGUALES-23
010190              MOVE "escaleno" TO ST-TRIAN-FORMA
010200          ELSE
010210              MOVE "isosceles" TO ST-TRIAN-FORMA
010220          END-IF
010230      END-IF
010240      PERFORM 3210-DETECTAR-ANGULO-RECTO
010250          THRU 3210-DETECTAR-ANGULO-RECTO-EXIT
010260      IF ST-ES-RECTANGULO
010270              AND ST-TRIAN-FORMA NOT = "equilatero"
010280          STRING ST-TRIAN-FORMA DELIMITED BY SPACE
010290                  " rectangulo" DELIMITED BY SIZE
010300              INTO ST-VEREDICTO-BASE
010310      ELSE
010320          MOVE ST-TRIAN-FORMA TO ST-VEREDICTO-BASE
010330      END-IF
010340      MOVE LOG-AREA TO ST-AREA-NUEVA.
010350  3200-RECLASIFICAR-TRIANGULO-EXIT.
010360      EXIT.

010370*----------------------------------------------------------------*
010380* 3210-DETECTAR-ANGULO-RECTO                                     *
010390*     Pitagoras con aritmetica entera sobre las tres medidas,    *
010400*     la mayor como hipotenusa (igual que 4110 de POLIGONOS).    *
010410*----------------------------------------------------------------*
010420  3210-DETECTAR-ANGULO-RECTO.
010430      MOVE "N" TO ST-ANGULO-RECTO-SW
010440      IF LOG-MEDIDA (1) >= LOG-MEDIDA (2)
010450              AND LOG-MEDIDA (1) >= LOG-MEDIDA (3)
010460          MOVE LOG-MEDIDA (1) TO ST-HIPOTENUSA
010470          MOVE LOG-MEDIDA (2) TO ST-CATETO-A
010480          MOVE LOG-MEDIDA (3) TO ST-CATETO-B
010490      ELSE
010500          IF LOG-MEDIDA (2) >= LOG-MEDIDA (1)
010510                  AND LOG-MEDIDA (2) >= LOG-MEDIDA (3)
010520              MOVE LOG-MEDIDA (2) TO ST-HIPOTENUSA
010530              MOVE LOG-MEDIDA (1) TO ST-CATETO-A
010540              MOVE LOG-MEDIDA (3) TO ST-CATETO-B
010550          ELSE
010560              MOVE LOG-MEDIDA (3) TO ST-HIPOTENUSA
010570              MOVE LOG-MEDIDA (1) TO ST-CATETO-A
010580              MOVE LOG-MEDIDA (2) TO ST-CATETO-B
010590          END-IF
010600      END-IF
010610      COMPUTE ST-SUMA-CUADRADOS =
010620          (ST-CATETO-A * ST-CATETO-A)
010630          + (ST-CATETO-B * ST-CATETO-B)
010640      COMPUTE ST-HIP-CUADRADO = ST-HIPOTENUSA * ST-HIPOTENUSA
010650      IF ST-SUMA-CUADRADOS = ST-HIP-CUADRADO
010660          SET ST-ES-RECTANGULO TO TRUE
010670      END-IF.
010680  3210-DETECTAR-ANGULO-RECTO-EXIT.
010690      EXIT.

010700*----------------------------------------------------------------*
010710* 3300-RECLASIFICAR-CUADRI                                       *
010720*     Regla de 5020-CLASIFICAR-CUADRI sobre las seis parejas.    *
010730*     La diagonal no esta en la bitacora: el angulo recto se     *
010740*     toma del veredicto registrado (cuadrado y rectangulo lo    *
010750*     tienen, rombo no). De un trapecio no se sabe; si con la    *
010760*     tabla candidata sus lados pidieran el angulo (los cuatro   *
010770*     iguales, o los opuestos) la linea queda sin diagonal y     *
010780*     conserva su veredicto. Area como en 5000-CUADRI.           *
010790*----------------------------------------------------------------*
010800  3300-RECLASIFICAR-CUADRI.
010810      MOVE "N" TO ST-ANGULO-RECTO-SW
010820      MOVE "S" TO ST-ANGULO-CONOCIDO-SW
010830      EVALUATE ST-PALABRA-ANTERIOR
010840          WHEN "cuadrado"
010850          WHEN "rectangulo"
010860              SET ST-ES-RECTANGULO TO TRUE
010870          WHEN "rombo"
010880              CONTINUE
010890          WHEN OTHER
010900              MOVE "N" TO ST-ANGULO-CONOCIDO-SW
010910      END-EVALUATE
010920      MOVE LOG-MEDIDA (1) TO ST-COMP-A
010930      MOVE LOG-MEDIDA (2) TO ST-COMP-B
010940      PERFORM 7000-COMPARAR-MEDIDAS
010950          THRU 7000-COMPARAR-MEDIDAS-EXIT
010960      MOVE ST-COMP-IGUALES TO ST-IGUAL-12
010970      MOVE LOG-MEDIDA (2) TO ST-COMP-A
010980      MOVE LOG-MEDIDA (3) TO ST-COMP-B
010990      PERFORM 7000-COMPARAR-MEDIDAS
011000          THRU 7000-COMPARAR-MEDIDAS-EXIT
011010      MOVE ST-COMP-IGUALES TO ST-IGUAL-23
011020      MOVE LOG-MEDIDA (3) TO ST-COMP-A
011030      MOVE LOG-MEDIDA (4) TO ST-COMP-B
011040      PERFORM 7000-COMPARAR-MEDIDAS
011050          THRU 7000-COMPARAR-MEDIDAS-EXIT
011060      MOVE ST-COMP-IGUALES TO ST-IGUAL-34
011070      MOVE LOG-MEDIDA (1) TO ST-COMP-A
011080      MOVE LOG-MEDIDA (3) TO ST-COMP-B
011090      PERFORM 7000-COMPARAR-MEDIDAS
011100          THRU 7000-COMPARAR-MEDIDAS-EXIT
011110      MOVE ST-COMP-IGUALES TO ST-IGUAL-13
011120      MOVE LOG-MEDIDA (2) TO ST-COMP-A
011130      MOVE LOG-MEDIDA (4) TO ST-COMP-B
011140      PERFORM 7000-COMPARAR-MEDIDAS
011150          THRU 7000-COMPARAR-MEDIDAS-EXIT
011160      MOVE ST-COMP-IGUALES TO ST-IGUAL-24
011170      MOVE LOG-MEDIDA (1) TO ST-COMP-A
011180      MOVE LOG-MEDIDA (4) TO ST-COMP-B
011190      PERFORM 7000-COMPARAR-MEDIDAS
011200          THRU 7000-COMPARAR-MEDIDAS-EXIT
011210      MOVE ST-COMP-IGUALES TO ST-IGUAL-14
011220      IF ST-SON-IGUALES-12 AND ST-SON-IGUALES-23
011230              AND ST-SON-IGUALES-34 AND ST-SON-IGUALES-13
011240              AND ST-SON-IGUALES-24 AND ST-SON-IGUALES-14
011250          IF NOT ST-ANGULO-SE-CONOCE
011260              SET ST-SIN-DIAGONAL TO TRUE
011270              GO TO 3300-RECLASIFICAR-CUADRI-EXIT
011280          END-IF
011290          IF ST-ES-RECTANGULO
011300              MOVE "cuadrado" TO ST-VEREDICTO-BASE
011310          ELSE
011320              MOVE "rombo" TO ST-VEREDICTO-BASE
011330          END-IF
011340      ELSE
011350          IF ST-SON-IGUALES-13 AND ST-SON-IGUALES-24
011360              IF NOT ST-ANGULO-SE-CONOCE
011370                  SET ST-SIN-DIAGONAL TO TRUE
011380                  GO TO 3300-RECLASIFICAR-CUADRI-EXIT
011390              END-IF
011400          END-IF
011410          IF ST-SON-IGUALES-13 AND ST-SON-IGUALES-24
011420                  AND ST-ES-RECTANGULO
011430              MOVE "rectangulo" TO ST-VEREDICTO-BASE
011440          ELSE
011450              MOVE "trapecio" TO ST-VEREDICTO-BASE
011460          END-IF
011470      END-IF
011480      EVALUATE ST-VEREDICTO-BASE
011490          WHEN "cuadrado"
011500              COMPUTE ST-AREA-NUEVA =
011510                  LOG-MEDIDA (1) * LOG-MEDIDA (1)
011520          WHEN "rectangulo"
011530              COMPUTE ST-AREA-NUEVA =
011540                  LOG-MEDIDA (1) * LOG-MEDIDA (2)
011550          WHEN OTHER
011560              MOVE 0 TO ST-AREA-NUEVA
011570      END-EVALUATE.
011580  3300-RECLASIFICAR-CUADRI-EXIT.
011590      EXIT.

011600*----------------------------------------------------------------*
011610* 3400-ANOTAR-TOLERANCIA                                         *
011620*     Arma ST-VEREDICTO-NUEVO con el sufijo "c/tol" cuando       *
011630*     alguna comparacion paso por tolerancia (como 7020).        *
011640*----------------------------------------------------------------*
011650  3400-ANOTAR-TOLERANCIA.
011660      MOVE ST-VEREDICTO-BASE TO ST-VEREDICTO-NUEVO
011670      IF ST-TOLERANCIA-APLICADA-SI
011680          MOVE SPACES TO ST-VEREDICTO-NUEVO
011690          STRING FUNCTION TRIM (ST-VEREDICTO-BASE)
011700                  DELIMITED BY SIZE
011710              " c/tol" DELIMITED BY SIZE
011720              INTO ST-VEREDICTO-NUEVO
011730      END-IF.
011740  3400-ANOTAR-TOLERANCIA-EXIT.
011750      EXIT.

011760*----------------------------------------------------------------*
011770* 4000-CALCULAR-RECARGOS                                         *
011780*     Recargo por irregular con el veredicto y area registrados  *
011790*     y con los que daria la tabla candidata, y clasificacion    *
011800*     del cambio: pasa a llevar recargo, lo deja de llevar, u    *
011810*     otro cambio de forma con el mismo tratamiento.             *
011820*----------------------------------------------------------------*
011830  4000-CALCULAR-RECARGOS.
011840      MOVE "N" TO ST-FALTA-TARIFA
011850      MOVE LOG-AREA TO ST-AREA-CALCULO
011860      MOVE ST-VEREDICTO-ANTERIOR TO ST-VEREDICTO-CALCULO
011870      PERFORM 4100-CALCULAR-RECARGO
011880          THRU 4100-CALCULAR-RECARGO-EXIT
011890      MOVE ST-RECARGO-CALCULO TO ST-RECARGO-ANTERIOR
011900      MOVE ST-RECARGO-SW TO ST-RECARGO-ANTERIOR-SW
011910      MOVE ST-AREA-NUEVA TO ST-AREA-CALCULO
011920      MOVE ST-VEREDICTO-BASE TO ST-VEREDICTO-CALCULO
011930      PERFORM 4100-CALCULAR-RECARGO
011940          THRU 4100-CALCULAR-RECARGO-EXIT
011950      MOVE ST-RECARGO-CALCULO TO ST-RECARGO-NUEVO
011960      IF ST-FALTA-TARIFA-SI
011970          ADD 1 TO ST-SIN-TARIFA
011980      END-IF
011990      EVALUATE TRUE
012000          WHEN ST-RECARGO-ANTERIOR-SW = "N" AND ST-APLICA-RECARGO
012010              ADD 1 TO ST-A-RECARGO
012020          WHEN ST-RECARGO-ANTERIOR-SW = "S"
012030                  AND NOT ST-APLICA-RECARGO
012040              ADD 1 TO ST-SIN-RECARGO
012050          WHEN OTHER
012060              ADD 1 TO ST-OTROS-CAMBIOS
012070      END-EVALUATE.
012080  4000-CALCULAR-RECARGOS-EXIT.
012090      EXIT.

012100*----------------------------------------------------------------*
012110* 4100-CALCULAR-RECARGO                                          *
012120*     Recargo de ST-VEREDICTO-CALCULO sobre ST-AREA-CALCULO y    *
012130*     LOG-PERIMETRO, con la tarifa del poligono y la misma       *
012140*     aritmetica de 4000-FACTURAR-PANEL. Un panel sin area no se *
012150*     factura (recargo 0); sin tarifa tampoco, y se anota.       *
012160*----------------------------------------------------------------*
012170  4100-CALCULAR-RECARGO.
012180      MOVE 0 TO ST-RECARGO-CALCULO
012190      PERFORM 4200-DETERMINAR-RECARGO
012200          THRU 4200-DETERMINAR-RECARGO-EXIT
012210      IF NOT ST-APLICA-RECARGO OR ST-AREA-CALCULO = 0
012220          GO TO 4100-CALCULAR-RECARGO-EXIT
012230      END-IF
012240      PERFORM 4110-BUSCAR-TARIFA
012250          THRU 4110-BUSCAR-TARIFA-EXIT
012260      IF NOT ST-TAR-SE-ENCONTRO
012270          SET ST-FALTA-TARIFA-SI TO TRUE
012280          GO TO 4100-CALCULAR-RECARGO-EXIT
012290      END-IF
012300      COMPUTE ST-IMPORTE-AREA ROUNDED =
012310          ST-AREA-CALCULO * ST-TAR-PRECIO-AREA (ST-TAR-INDICE)
012320      COMPUTE ST-IMPORTE-CORTE ROUNDED =
012330          LOG-PERIMETRO * ST-TAR-RECARGO-CORTE (ST-TAR-INDICE)
012340      COMPUTE ST-RECARGO-CALCULO ROUNDED =
012350          (ST-IMPORTE-AREA + ST-IMPORTE-CORTE)
012360          * ST-TAR-RECARGO-IRREG (ST-TAR-INDICE) / 100.
012370  4100-CALCULAR-RECARGO-EXIT.
012380      EXIT.

012390*----------------------------------------------------------------*
012400* 4110-BUSCAR-TARIFA                                             *
012410*     Primera tarifa del poligono vigente en LOG-FECHA cuya      *
012415*     banda cubre el area.                                       *
012420*----------------------------------------------------------------*
012430  4110-BUSCAR-TARIFA.
012440      MOVE "N" TO ST-TAR-ENCONTRADA
012450      MOVE 1 TO ST-TAR-INDICE
012460      PERFORM 4111-COMPARAR-TARIFA
012470          THRU 4111-COMPARAR-TARIFA-EXIT
012480          UNTIL ST-TAR-INDICE > ST-TOTAL-TARIFAS
012490              OR ST-TAR-SE-ENCONTRO.
012500  4110-BUSCAR-TARIFA-EXIT.
012510      EXIT.

012520  4111-COMPARAR-TARIFA.
012530      IF ST-TAR-POLIGONO (ST-TAR-INDICE) = LOG-POLIGONO
012540              AND ST-AREA-CALCULO NOT >
012550                  ST-TAR-AREA-HASTA (ST-TAR-INDICE)
012551              AND LOG-FECHA NOT < ST-TAR-DESDE (ST-TAR-INDICE)
012552              AND LOG-FECHA NOT > ST-TAR-HASTA (ST-TAR-INDICE)
012560          SET ST-TAR-SE-ENCONTRO TO TRUE
012570      ELSE
012580          ADD 1 TO ST-TAR-INDICE
012590      END-IF.
012600  4111-COMPARAR-TARIFA-EXIT.
012610      EXIT.

012620*----------------------------------------------------------------*
012630* 4200-DETERMINAR-RECARGO                                        *
012640*     Misma decision que 4200 de FACTURACION, por la primera     *
012650*     palabra de ST-VEREDICTO-CALCULO: regular, equilatero,      *
012660*     cuadrado y rectangulo no llevan recargo; lo demas si.      *
012670*----------------------------------------------------------------*
012680  4200-DETERMINAR-RECARGO.
012690      MOVE SPACES TO ST-PALABRA-VEREDICTO
012700      UNSTRING ST-VEREDICTO-CALCULO DELIMITED BY SPACE
012710          INTO ST-PALABRA-VEREDICTO
012720      EVALUATE ST-PALABRA-VEREDICTO
012730          WHEN "regular"
012740          WHEN "equilatero"
012750          WHEN "cuadrado"
012760          WHEN "rectangulo"
012770              MOVE "N" TO ST-RECARGO-SW
012780          WHEN OTHER
012790              MOVE "S" TO ST-RECARGO-SW
012800      END-EVALUATE.
012810  4200-DETERMINAR-RECARGO-EXIT.
012820      EXIT.

012830*----------------------------------------------------------------*
012840* 7000-COMPARAR-MEDIDAS                                          *
012850*     Compara ST-COMP-A contra ST-COMP-B con la tolerancia de la *
012860*     banda candidata de la mayor de las dos (7010), igual que   *
012870*     7000-COMPARAR-MEDIDAS de POLIGONOS. Marca                  *
012880*     ST-TOLERANCIA-APLICADA cuando la igualdad se dio solo por  *
012890*     la tolerancia.                                             *
012900*----------------------------------------------------------------*
012910  7000-COMPARAR-MEDIDAS.
012920      MOVE "N" TO ST-COMP-IGUALES
012930      IF ST-COMP-A = ST-COMP-B
012940          SET ST-COMP-SON-IGUALES TO TRUE
012950          GO TO 7000-COMPARAR-MEDIDAS-EXIT
012960      END-IF
012970      IF ST-COMP-A > ST-COMP-B
012980          MOVE ST-COMP-A TO ST-COMP-MAYOR
012990          COMPUTE ST-COMP-DIFERENCIA = ST-COMP-A - ST-COMP-B
013000      ELSE
013010          MOVE ST-COMP-B TO ST-COMP-MAYOR
013020          COMPUTE ST-COMP-DIFERENCIA = ST-COMP-B - ST-COMP-A
013030      END-IF
013040      PERFORM 7010-BUSCAR-BANDA
013050          THRU 7010-BUSCAR-BANDA-EXIT
013060      IF ST-TOLERANCIA-VIGENTE > 0
013070              AND ST-COMP-DIFERENCIA NOT > ST-TOLERANCIA-VIGENTE
013080          SET ST-COMP-SON-IGUALES TO TRUE
013090          SET ST-TOLERANCIA-APLICADA-SI TO TRUE
013100      END-IF.
013110  7000-COMPARAR-MEDIDAS-EXIT.
013120      EXIT.

013130*----------------------------------------------------------------*
013140* 7010-BUSCAR-BANDA                                              *
013150*     Primera banda candidata cuyo limite cubre a ST-COMP-MAYOR; *
013160*     mas alla del ultimo limite, la banda mas grande; tabla     *
013170*     vacia, tolerancia 0.                                       *
013180*----------------------------------------------------------------*
013190  7010-BUSCAR-BANDA.
013200      MOVE 0 TO ST-TOLERANCIA-VIGENTE
013210      MOVE "N" TO ST-TOL-ENCONTRADO
013220      MOVE 1 TO ST-TOL-INDICE
013230      PERFORM 7011-PROBAR-BANDA
013240          THRU 7011-PROBAR-BANDA-EXIT
013250          UNTIL ST-TOL-INDICE > ST-TOTAL-TOLERANCIAS
013260              OR ST-TOL-SE-ENCONTRO
013270      IF ST-TOTAL-TOLERANCIAS > 0 AND NOT ST-TOL-SE-ENCONTRO
013280          MOVE TOLE-VALOR (ST-TOTAL-TOLERANCIAS)
013290              TO ST-TOLERANCIA-VIGENTE
013300      END-IF.
013310  7010-BUSCAR-BANDA-EXIT.
013320      EXIT.

013330  7011-PROBAR-BANDA.
013340      IF ST-COMP-MAYOR NOT > TOLE-LIMITE (ST-TOL-INDICE)
013350          MOVE TOLE-VALOR (ST-TOL-INDICE)
013360              TO ST-TOLERANCIA-VIGENTE
013370          SET ST-TOL-SE-ENCONTRO TO TRUE
013380      ELSE
013390          ADD 1 TO ST-TOL-INDICE
013400      END-IF.
013410  7011-PROBAR-BANDA-EXIT.
013420      EXIT.

013430*----------------------------------------------------------------*
013440* 9000-FINALIZAR                                                 *
013450*     Escribe los resumenes por poligono y por cliente y las     *
013460*     cifras, cierra los archivos y muestra las cifras en        *
013470*     consola. Una tabla de acumulados llena deja RETURN-CODE 4: *
013480*     el detalle esta completo pero los resumenes no.            *
013490*----------------------------------------------------------------*
013500  9000-FINALIZAR.
013510      IF ST-REPORTE-ABIERTO-SI
013520          PERFORM 9100-REPORTAR-POLIGONOS
013530              THRU 9100-REPORTAR-POLIGONOS-EXIT
013540          PERFORM 9200-REPORTAR-CLIENTES
013550              THRU 9200-REPORTAR-CLIENTES-EXIT
013560          PERFORM 9300-REPORTAR-CIFRAS
013570              THRU 9300-REPORTAR-CIFRAS-EXIT
013580          CLOSE SIMTOL-FILE
013590      END-IF
013600      IF ST-BITACORA-ABIERTA-SI
013610          CLOSE BITACORA-FILE
013620      END-IF
013630      IF ST-INVENTARIO-DISPONIBLE
013640          CLOSE INVENTARIO-FILE
013650      END-IF
013660      IF ST-TABLA-LLENA-SI
013670          DISPLAY "Tabla de poligonos o de clientes llena: los "
013680              "resumenes no incluyen todas las lineas."
013690          IF RETURN-CODE < 4
013700              MOVE 4 TO RETURN-CODE
013710          END-IF
013720      END-IF
013730      MOVE ST-EN-RANGO TO ST-CANT-EDIT
013740      DISPLAY "Lineas de bitacora en el rango:  " ST-CANT-EDIT
013750      MOVE ST-NO-RECLASIFICADAS TO ST-CANT-EDIT
013760      DISPLAY "Lineas sin datos para simular:   " ST-CANT-EDIT
013770      MOVE ST-SIN-DIAGONAL-CANT TO ST-CANT-EDIT
013780      DISPLAY "Cuadrilateros sin diagonal:      " ST-CANT-EDIT
013790      MOVE ST-CAMBIOS TO ST-CANT-EDIT
013800      DISPLAY "Paneles que cambian de veredicto:" ST-CANT-EDIT
013810      MOVE ST-A-RECARGO TO ST-CANT-EDIT
013820      DISPLAY "  pasan a llevar recargo:        " ST-CANT-EDIT
013830      MOVE ST-SIN-RECARGO TO ST-CANT-EDIT
013840      DISPLAY "  dejan de llevar recargo:       " ST-CANT-EDIT
013850      MOVE ST-OTROS-CAMBIOS TO ST-CANT-EDIT
013860      DISPLAY "  otro cambio de forma:          " ST-CANT-EDIT.
013870  9000-FINALIZAR-EXIT.
013880      EXIT.

013890*----------------------------------------------------------------*
013900* 9100-REPORTAR-POLIGONOS                                        *
013910*     Resumen por poligono: lineas leidas, cambios de veredicto  *
013920*     y recargo actual, simulado y diferencia de los cambios.    *
013930*----------------------------------------------------------------*
013940  9100-REPORTAR-POLIGONOS.
013950      MOVE SPACES TO SIM-LINEA
013960      WRITE SIM-LINEA
013970      MOVE "RESUMEN POR POLIGONO" TO SIM-LINEA
013980      WRITE SIM-LINEA
013990      MOVE "  POLIGONO" TO SIM-COL-NOMBRE
014000      WRITE SIM-LINEA FROM SIM-COLUMNAS-GRUPO
014010      MOVE 1 TO ST-POLI-INDICE
014020      PERFORM 9110-REPORTAR-POLIGONO
014030          THRU 9110-REPORTAR-POLIGONO-EXIT
014040          UNTIL ST-POLI-INDICE > ST-TOTAL-POLIGONOS.
014050  9100-REPORTAR-POLIGONOS-EXIT.
014060      EXIT.

014070  9110-REPORTAR-POLIGONO.
014080      MOVE ST-POLI-NOMBRE (ST-POLI-INDICE) TO SIM-GRU-NOMBRE
014090      MOVE ST-POLI-LINEAS (ST-POLI-INDICE) TO SIM-GRU-LINEAS
014100      MOVE ST-POLI-CAMBIOS (ST-POLI-INDICE) TO SIM-GRU-CAMBIOS
014110      MOVE ST-POLI-ANTERIOR (ST-POLI-INDICE) TO SIM-GRU-ANTERIOR
014120      MOVE ST-POLI-NUEVO (ST-POLI-INDICE) TO SIM-GRU-NUEVO
014130      COMPUTE SIM-GRU-DIFERENCIA =
014140          ST-POLI-NUEVO (ST-POLI-INDICE)
014150          - ST-POLI-ANTERIOR (ST-POLI-INDICE)
014160      WRITE SIM-LINEA FROM SIM-GRUPO
014170      ADD 1 TO ST-POLI-INDICE.
014180  9110-REPORTAR-POLIGONO-EXIT.
014190      EXIT.

014200*----------------------------------------------------------------*
014210* 9200-REPORTAR-CLIENTES                                         *
014220*     El mismo resumen por cliente; el codigo en blanco junta    *
014230*     los paneles sin pedido o fuera del inventario.             *
014240*----------------------------------------------------------------*
014250  9200-REPORTAR-CLIENTES.
014260      MOVE SPACES TO SIM-LINEA
014270      WRITE SIM-LINEA
014280      MOVE "RESUMEN POR CLIENTE" TO SIM-LINEA
014290      WRITE SIM-LINEA
014300      MOVE "  CLIENTE" TO SIM-COL-NOMBRE
014310      WRITE SIM-LINEA FROM SIM-COLUMNAS-GRUPO
014320      MOVE 1 TO ST-CLI-INDICE
014330      PERFORM 9210-REPORTAR-CLIENTE
014340          THRU 9210-REPORTAR-CLIENTE-EXIT
014350          UNTIL ST-CLI-INDICE > ST-TOTAL-CLIENTES.
014360  9200-REPORTAR-CLIENTES-EXIT.
014370      EXIT.

014380  9210-REPORTAR-CLIENTE.
014390      IF ST-CLI-CODIGO (ST-CLI-INDICE) = SPACES
014400          MOVE "(sin cliente)" TO SIM-GRU-NOMBRE
014410      ELSE
014420          MOVE ST-CLI-CODIGO (ST-CLI-INDICE) TO SIM-GRU-NOMBRE
014430      END-IF
014440      MOVE ST-CLI-LINEAS (ST-CLI-INDICE) TO SIM-GRU-LINEAS
014450      MOVE ST-CLI-CAMBIOS (ST-CLI-INDICE) TO SIM-GRU-CAMBIOS
014460      MOVE ST-CLI-ANTERIOR (ST-CLI-INDICE) TO SIM-GRU-ANTERIOR
014470      MOVE ST-CLI-NUEVO (ST-CLI-INDICE) TO SIM-GRU-NUEVO
014480      COMPUTE SIM-GRU-DIFERENCIA =
014490          ST-CLI-NUEVO (ST-CLI-INDICE)
014500          - ST-CLI-ANTERIOR (ST-CLI-INDICE)
014510      WRITE SIM-LINEA FROM SIM-GRUPO
014520      ADD 1 TO ST-CLI-INDICE.
014530  9210-REPORTAR-CLIENTE-EXIT.
014540      EXIT.

014550*----------------------------------------------------------------*
014560* 9300-REPORTAR-CIFRAS                                           *
014570*     Cifras de la simulacion al pie del reporte.                *
014580*----------------------------------------------------------------*
014590  9300-REPORTAR-CIFRAS.
014600      MOVE SPACES TO SIM-LINEA
014610      WRITE SIM-LINEA
014620      MOVE "CIFRAS DE LA SIMULACION" TO SIM-LINEA
014630      WRITE SIM-LINEA
014640      MOVE "LINEAS LEIDAS:" TO SIM-CIF-ETIQUETA
014650      MOVE ST-LEIDAS TO SIM-CIF-CANT
014660      WRITE SIM-LINEA FROM SIM-CIFRA
014670      MOVE "LINEAS EN EL RANGO:" TO SIM-CIF-ETIQUETA
014680      MOVE ST-EN-RANGO TO SIM-CIF-CANT
014690      WRITE SIM-LINEA FROM SIM-CIFRA
014700      MOVE "SIN DATOS PARA SIMULAR:" TO SIM-CIF-ETIQUETA
014710      MOVE ST-NO-RECLASIFICADAS TO SIM-CIF-CANT
014720      WRITE SIM-LINEA FROM SIM-CIFRA
014730      MOVE "CUADRILATEROS SIN DIAGONAL:" TO SIM-CIF-ETIQUETA
014740      MOVE ST-SIN-DIAGONAL-CANT TO SIM-CIF-CANT
014750      WRITE SIM-LINEA FROM SIM-CIFRA
014760      MOVE "CAMBIAN DE VEREDICTO:" TO SIM-CIF-ETIQUETA
014770      MOVE ST-CAMBIOS TO SIM-CIF-CANT
014780      WRITE SIM-LINEA FROM SIM-CIFRA
014790      MOVE "  PASAN A LLEVAR RECARGO:" TO SIM-CIF-ETIQUETA
014800      MOVE ST-A-RECARGO TO SIM-CIF-CANT
014810      WRITE SIM-LINEA FROM SIM-CIFRA
014820      MOVE "  DEJAN DE LLEVAR RECARGO:" TO SIM-CIF-ETIQUETA
014830      MOVE ST-SIN-RECARGO TO SIM-CIF-CANT
014840      WRITE SIM-LINEA FROM SIM-CIFRA
014850      MOVE "  OTRO CAMBIO DE FORMA:" TO SIM-CIF-ETIQUETA
014860      MOVE ST-OTROS-CAMBIOS TO SIM-CIF-CANT
014870      WRITE SIM-LINEA FROM SIM-CIFRA
014880      MOVE "CAMBIOS SIN TARIFA:" TO SIM-CIF-ETIQUETA
014890      MOVE ST-SIN-TARIFA TO SIM-CIF-CANT
014900      WRITE SIM-LINEA FROM SIM-CIFRA
014910      MOVE "RECARGO CON EL VEREDICTO ACTUAL:" TO SIM-IMP-ETIQUETA
014920      MOVE ST-TOT-ANTERIOR TO SIM-IMP-VALOR
014930      WRITE SIM-LINEA FROM SIM-IMPORTE
014940      MOVE "RECARGO CON LA TABLA CANDIDATA:" TO SIM-IMP-ETIQUETA
014950      MOVE ST-TOT-NUEVO TO SIM-IMP-VALOR
014960      WRITE SIM-LINEA FROM SIM-IMPORTE
014970      MOVE "DIFERENCIA DE RECARGO:" TO SIM-IMP-ETIQUETA
014980      COMPUTE SIM-IMP-VALOR = ST-TOT-NUEVO - ST-TOT-ANTERIOR
014990      WRITE SIM-LINEA FROM SIM-IMPORTE.
015000  9300-REPORTAR-CIFRAS-EXIT.
015010      EXIT.

015020*----------------------------------------------------------------*
015030* 9800-REGISTRAR-CORRIDA                                         *
015040*     Agrega el registro de esta corrida al diario de control    *
015050*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
015060*     tarjeta de parametros, cifras de control y RETURN-CODE     *
015070*     final, para el reporte MATUTINO. Si el diario no se puede  *
015080*     abrir solo se avisa; el RETURN-CODE de la corrida no       *
015090*     cambia.                                                    *
015100*----------------------------------------------------------------*
015110  9800-REGISTRAR-CORRIDA.
015120      MOVE "SIMTOLERA" TO COR-PROGRAMA
015130      IF ST-CON-PARAMETROS
015140          MOVE "S" TO COR-TARJETA
015150          MOVE PRM-REGISTRO TO COR-PARAMETROS
015160      ELSE
015170          MOVE "N" TO COR-TARJETA
015180          MOVE SPACES TO COR-PARAMETROS
015190      END-IF
015200      MOVE "LEIDAS" TO COR-CIFRA-NOMBRE (1)
015210      MOVE ST-LEIDAS TO COR-CIFRA-VALOR (1)
015220      MOVE "EN RANGO" TO COR-CIFRA-NOMBRE (2)
015230      MOVE ST-EN-RANGO TO COR-CIFRA-VALOR (2)
015240      MOVE "CAMBIOS" TO COR-CIFRA-NOMBRE (3)
015250      MOVE ST-CAMBIOS TO COR-CIFRA-VALOR (3)
015260      MOVE "SIN TARIFA" TO COR-CIFRA-NOMBRE (4)
015270      MOVE ST-SIN-TARIFA TO COR-CIFRA-VALOR (4)
015280      MOVE RETURN-CODE TO COR-RETORNO
015290      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
015300      ACCEPT COR-HORA-FIN FROM TIME
015310      OPEN EXTEND CORRIDAS-FILE
015320      IF ST-ESTADO-CORRIDAS = "35"
015330          OPEN OUTPUT CORRIDAS-FILE
015340          CLOSE CORRIDAS-FILE
015350          OPEN EXTEND CORRIDAS-FILE
015360      END-IF
015370      IF ST-ESTADO-CORRIDAS NOT = "00"
015380          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
015390              ST-ESTADO-CORRIDAS
015400          GO TO 9800-REGISTRAR-CORRIDA-EXIT
015410      END-IF
015420      WRITE COR-SALIDA FROM COR-REGISTRO
015430      CLOSE CORRIDAS-FILE.
015440  9800-REGISTRAR-CORRIDA-EXIT.
015450      EXIT.
