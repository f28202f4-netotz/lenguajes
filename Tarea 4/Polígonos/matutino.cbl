000010*================================================================*
000020* MATUTINO.CBL                                                   *
000030*================================================================*
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID. MATUTINO.
000060  AUTHOR. R. CASTRO VELAZQUEZ.
000070  INSTALLATION. TALLER DE CORTE - LINEA DE PANELES.
000080  DATE-WRITTEN. 2026-10-14.
000090  DATE-COMPILED.
000100*----------------------------------------------------------------*
000110* PROPOSITO.                                                     *
000120*     Reporte matutino de operaciones. Lee el diario de control  *
000130*     de corridas (CORRIDAS-FILE, ver CORREC), donde cada        *
000140*     programa por lote deja un registro al terminar, y contesta *
000150*     en una sola hoja si la noche salio bien:                   *
000160*     - cada corrida de la noche con su inicio, su fin, su       *
000170*       RETURN-CODE y la tarjeta de parametros que uso, y cada   *
000180*       una de sus cifras de control contra su promedio en las   *
000190*       corridas del mismo programa de los MT-DIAS-HISTORIA      *
000200*       dias anteriores; la que se aparta de ese promedio en     *
000210*       mas de MT-TOLERANCIA-PCT por ciento sale marcada como    *
000220*       fuera de lo usual;                                       *
000230*     - los programas de la cadena que no corrieron: los         *
000240*       diarios salen como faltantes y los eventuales solo se    *
000250*       listan;                                                  *
000260*     - el total de corridas, las que terminaron con aviso       *
000270*       (RETURN-CODE 4) o con error (8 o mas), las cifras fuera  *
000280*       de lo usual y los programas diarios faltantes.           *
000290*     La noche va del mediodia del dia anterior al mediodia de   *
000300*     la manana del reporte (MT-HORA-CORTE), segun la hora de    *
000310*     inicio de cada corrida. La manana viene de PRM-FECHA-HASTA *
000320*     (0 = hoy) en la tarjeta de parametros (ver PARMREC) o por  *
000330*     consola. Para el promedio solo cuentan las corridas que    *
000340*     terminaron con RETURN-CODE menor a 8. Si algo pide         *
000350*     revision la corrida termina con RETURN-CODE 4, para que el *
000360*     operador de turno lo vea sin abrir el reporte.             *
000370*                                                                *
000380* HISTORIAL DE MODIFICACIONES.                                   *
000390*     2026-10-14 RCV  Version original.                          *
000391*     2026-10-15 RCV  DESCARGA (descarga del maestro) entra a    *
000392*                     la cadena como diario.                     *
000393*     2026-10-15 RCV  CARTERA, EMBARQUES, ENTRADAS y NOTACRED (D)*
000394*                     y ANTIGUEDAD, REORDEN, SIMTOLERA y CICLOS  *
000395*                     (E) entran a la tabla; crece a 18.         *
000396*     2026-10-15 RCV  La fecha de la manana se valida contra el  *
000397*                     calendario.                                *
000400*----------------------------------------------------------------*
000410  ENVIRONMENT DIVISION.
000420  INPUT-OUTPUT SECTION.
000430  FILE-CONTROL.
000440      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000450          ORGANIZATION IS LINE SEQUENTIAL
000460          FILE STATUS IS MT-ESTADO-CORRIDAS.
000470      SELECT MATUTINO-FILE ASSIGN TO "MATUTINO"
000480          ORGANIZATION IS LINE SEQUENTIAL
000490          FILE STATUS IS MT-ESTADO-REPORTE.
000500      SELECT PARAMS-FILE ASSIGN TO "PARAMS"
000510          ORGANIZATION IS LINE SEQUENTIAL
000520          FILE STATUS IS MT-ESTADO-PARAMS.

000530  DATA DIVISION.
000540  FILE SECTION.
000550  FD  CORRIDAS-FILE
000560      RECORD CONTAINS 220 CHARACTERS.
000570  01  COR-ENTRADA                PIC X(220).

000580  FD  MATUTINO-FILE
000590      RECORD CONTAINS 80 CHARACTERS.
000600  01  MAT-LINEA                  PIC X(80).

000610  FD  PARAMS-FILE
000620      RECORD CONTAINS 80 CHARACTERS.
000630  01  PRM-ENTRADA                PIC X(80).

000640  WORKING-STORAGE SECTION.
000650*----------------------------------------------------------------*
000660* TARJETA DE PARAMETROS (corrida desatendida, ver PARMREC).      *
000670*----------------------------------------------------------------*
000680      COPY PARMREC.
000690  77  MT-ESTADO-PARAMS            PIC X(02) VALUE "00".
000700  77  MT-PARAMS-SW                PIC X(01) VALUE "N".
000710      88  MT-CON-PARAMETROS                 VALUE "S".

000720*----------------------------------------------------------------*
000730* REGISTRO DEL DIARIO DE CONTROL DE CORRIDAS (ver CORREC).       *
000740*----------------------------------------------------------------*
000750      COPY CORREC.

000760*----------------------------------------------------------------*
000770* INDICADORES Y ESTADOS DE ARCHIVO.                              *
000780* Sin diario no hay corridas que revisar: el reporte sale con    *
000790* todos los programas sin correr (RETURN-CODE 4). Un diario que  *
000800* no se puede abrir o un reporte que no se puede crear detienen  *
000810* la corrida con RETURN-CODE 8.                                  *
000820*----------------------------------------------------------------*
000830  77  MT-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
000840  77  MT-ESTADO-REPORTE           PIC X(02) VALUE "00".
000850  77  MT-FIN-PROCESO              PIC X(01) VALUE "N".
000860      88  MT-FIN-PROCESO-SI                 VALUE "S".
000870  77  MT-FIN-ARCHIVO              PIC X(01) VALUE "N".
000880      88  MT-FIN-ARCHIVO-SI                 VALUE "S".
000890  77  MT-CORRIDAS-ABIERTO         PIC X(01) VALUE "N".
000900      88  MT-CORRIDAS-ABIERTO-SI            VALUE "S".
000910  77  MT-REPORTE-ABIERTO          PIC X(01) VALUE "N".
000920      88  MT-REPORTE-ABIERTO-SI             VALUE "S".
000930  77  MT-PROGRAMA-HALLADO         PIC X(01) VALUE "N".
000940      88  MT-PROGRAMA-HALLADO-SI            VALUE "S".
000950  77  MT-REVISAR                  PIC X(01) VALUE "N".
000960      88  MT-REVISAR-SI                     VALUE "S".

000970*----------------------------------------------------------------*
000980* LA NOCHE Y SU HISTORIA.                                        *
000990* La noche va de MT-NOCHE-DESDE (dia anterior a la hora de       *
001000* corte) a MT-NOCHE-HASTA (la manana del reporte a la misma      *
001010* hora), sin incluir esta; las corridas de los MT-DIAS-HISTORIA  *
001020* dias anteriores a la noche dan la corrida usual de cada        *
001030* programa. Los limites son fecha y hora juntas y se comparan    *
001040* contra COR-INICIO. Una cifra es usual si no se aparta de su    *
001050* promedio en mas de MT-TOLERANCIA-PCT por ciento; con promedio  *
001060* cero, cualquier cifra mayor a cero ya es fuera de lo usual.    *
001070*----------------------------------------------------------------*
001080  77  MT-HORA-CORTE               PIC 9(08) VALUE 12000000.
001090  77  MT-DIAS-HISTORIA            PIC 9(03) VALUE 30.
001100  77  MT-TOLERANCIA-PCT           PIC 9(03) VALUE 50.
001110  77  MT-FECHA-MANANA             PIC 9(08) VALUE 0.
001160  01  MT-NOCHE-DESDE.
001170      05  MT-NDE-FECHA            PIC 9(08).
001180      05  MT-NDE-HORA             PIC 9(08).
001190  01  MT-NOCHE-HASTA.
001200      05  MT-NHA-FECHA            PIC 9(08).
001210      05  MT-NHA-HORA             PIC 9(08).
001220  01  MT-HISTORIA-DESDE.
001230      05  MT-HDE-FECHA            PIC 9(08).
001240      05  MT-HDE-HORA             PIC 9(08).
001250  01  MT-HORA                     PIC 9(08) VALUE 0.
001260  01  MT-HORA-PARTES              REDEFINES MT-HORA.
001270      05  MT-HOR-HH               PIC 9(02).
001280      05  MT-HOR-MM               PIC 9(02).
001290      05  MT-HOR-RESTO            PIC 9(04).
001300  01  MT-HORA-EDIT.
001310      05  MT-HED-HH               PIC 9(02).
001320      05  FILLER                  PIC X(01) VALUE ":".
001330      05  MT-HED-MM               PIC 9(02).
001340  77  MT-PROMEDIO                 PIC 9(09) VALUE 0.
001350  77  MT-LIMITE-MENOR             PIC 9(10) VALUE 0.
001360  77  MT-LIMITE-MAYOR             PIC 9(10) VALUE 0.

001370*----------------------------------------------------------------*
001380* PROGRAMAS DE LA CADENA NOCTURNA. Frecuencia D = diario (tiene  *
001390* que correr todas las noches), E = eventual (corre cuando hay   *
001400* trabajo: remediciones, optimizacion de laminas, cierre de      *
001410* periodo, expedientes). Por programa se llevan las corridas de  *
001420* la noche y, de la historia, las corridas y la suma de cada     *
001430* cifra para sacar su promedio.                                  *
001432* La descarga del maestro (DESCARGA) es diaria; RECARGA y        *
001434* REAPLICA solo corren para recuperar el maestro y salen sin     *
001436* historia contra que comparar.                                  *
001437* CARTERA, EMBARQUES, ENTRADAS y NOTACRED corren cada noche;     *
001438* ANTIGUEDAD, REORDEN, SIMTOLERA y CICLOS son reportes que se    *
001439* piden cuando hacen falta.                                      *
001440*----------------------------------------------------------------*
001450  01  MT-TABLA-VALORES.
001460      05  FILLER                  PIC X(13) VALUE "POLIGONOS   D".
001470      05  FILLER                  PIC X(13) VALUE "TRANSPISO   D".
001480      05  FILLER                  PIC X(13) VALUE "FACTURACION D".
001490      05  FILLER                  PIC X(13) VALUE "CONCILIA    D".
001500      05  FILLER                  PIC X(13) VALUE "BITRESUMEN  D".
001510      05  FILLER                  PIC X(13) VALUE "REMEDICION  E".
001520      05  FILLER                  PIC X(13) VALUE "RENDIMIENTO E".
001530      05  FILLER                  PIC X(13) VALUE "BITARCHIVO  E".
001540      05  FILLER                  PIC X(13) VALUE "EXPEDIENTE  E".
001541      05  FILLER                  PIC X(13) VALUE "CARTERA     D".
001542      05  FILLER                  PIC X(13) VALUE "EMBARQUES   D".
001543      05  FILLER                  PIC X(13) VALUE "ENTRADAS    D".
001544      05  FILLER                  PIC X(13) VALUE "NOTACRED    D".
001545      05  FILLER                  PIC X(13) VALUE "DESCARGA    D".
001546      05  FILLER                  PIC X(13) VALUE "ANTIGUEDAD  E".
001547      05  FILLER                  PIC X(13) VALUE "REORDEN     E".
001548      05  FILLER                  PIC X(13) VALUE "SIMTOLERA   E".
001549      05  FILLER                  PIC X(13) VALUE "CICLOS      E".
001550  01  MT-TABLA-PROGRAMAS          REDEFINES MT-TABLA-VALORES.
001560      05  MT-PROGRAMA             OCCURS 18 TIMES.
001570          10  MT-PRG-NOMBRE       PIC X(12).
001580          10  MT-PRG-FRECUENCIA   PIC X(01).
001590              88  MT-PRG-DIARIO             VALUE "D".
001600  77  MT-TOTAL-PROGRAMAS          PIC 9(04) COMP VALUE 18.
001610  01  MT-TABLA-USUAL.
001620      05  MT-USUAL                OCCURS 18 TIMES.
001630          10  MT-USU-NOCHE        PIC 9(04).
001640          10  MT-USU-CORRIDAS     PIC 9(04).
001650          10  MT-USU-SUMA         PIC 9(13) OCCURS 4 TIMES.
001660  77  MT-PROGRAMA-INDICE          PIC 9(04) COMP VALUE 0.
001670  77  MT-CIFRA-INDICE             PIC 9(04) COMP VALUE 0.

001680*----------------------------------------------------------------*
001690* CORRIDAS DE LA NOCHE, en el orden del diario. Las que no caben *
001700* se cuentan pero no se detallan (RETURN-CODE 4).                *
001710*----------------------------------------------------------------*
001720  77  MT-TOTAL-NOCHE              PIC 9(04) COMP VALUE 0.
001730  01  MT-TABLA-NOCHE.
001740      05  MT-NOC-REGISTRO         PIC X(220) OCCURS 100 TIMES.
001750  77  MT-NOCHE-INDICE             PIC 9(04) COMP VALUE 0.

001760*----------------------------------------------------------------*
001770* CIFRAS DE LA CORRIDA.                                          *
001780*----------------------------------------------------------------*
001790  77  MT-CTL-LEIDOS               PIC 9(06) VALUE 0.
001800  77  MT-CTL-NOCHE                PIC 9(06) VALUE 0.
001810  77  MT-CTL-AVISO                PIC 9(06) VALUE 0.
001820  77  MT-CTL-ERROR                PIC 9(06) VALUE 0.
001830  77  MT-CTL-FUERA-TABLA          PIC 9(06) VALUE 0.
001840  77  MT-CTL-FUERA-USUAL          PIC 9(06) VALUE 0.
001850  77  MT-CTL-FALTANTES            PIC 9(06) VALUE 0.
001860  77  MT-RENGLONES                PIC 9(06) VALUE 0.
001870  77  MT-CANT-EDIT                PIC Z(8)9.

001880*----------------------------------------------------------------*
001890* LINEAS DEL REPORTE (MATUTINO).                                 *
001900*----------------------------------------------------------------*
001910  01  MAT-SEPARADOR.
001920      05  FILLER                  PIC X(80) VALUE ALL "=".
001930  01  MAT-ENCABEZADO.
001940      05  FILLER                  PIC X(32) VALUE
001950          "REPORTE MATUTINO DE OPERACIONES".
001960      05  FILLER                  PIC X(12) VALUE
001970          " MANANA DEL ".
001980      05  MAT-ENC-MANANA          PIC 9(08).
001990      05  FILLER                  PIC X(28) VALUE SPACES.
002000  01  MAT-VENTANA.
002010      05  FILLER                  PIC X(20) VALUE
002020          "CORRIDAS INICIADAS  ".
002030      05  FILLER                  PIC X(04) VALUE "DEL ".
002040      05  MAT-VEN-DESDE-FECHA     PIC 9(08).
002050      05  FILLER                  PIC X(01) VALUE SPACE.
002060      05  MAT-VEN-DESDE-HORA      PIC X(05).
002070      05  FILLER                  PIC X(04) VALUE " AL ".
002080      05  MAT-VEN-HASTA-FECHA     PIC 9(08).
002090      05  FILLER                  PIC X(01) VALUE SPACE.
002100      05  MAT-VEN-HASTA-HORA      PIC X(05).
002110      05  FILLER                  PIC X(24) VALUE SPACES.
002120  01  MAT-TITULO.
002130      05  MAT-TIT-TEXTO           PIC X(80).
002140  01  MAT-COLUMNAS-CORRIDA.
002150      05  FILLER                  PIC X(40) VALUE
002160          "PROGRAMA     INICIO          FIN        ".
002170      05  FILLER                  PIC X(40) VALUE
002180          "       RC  RESULTADO  PARAMETROS        ".
002190  01  MAT-CORRIDA.
002200      05  MAT-COR-PROGRAMA        PIC X(12).
002210      05  FILLER                  PIC X(01) VALUE SPACE.
002220      05  MAT-COR-FECHA-INICIO    PIC 9(08).
002230      05  FILLER                  PIC X(01) VALUE SPACE.
002240      05  MAT-COR-HORA-INICIO     PIC X(05).
002250      05  FILLER                  PIC X(02) VALUE SPACES.
002260      05  MAT-COR-FECHA-FIN       PIC 9(08).
002270      05  FILLER                  PIC X(01) VALUE SPACE.
002280      05  MAT-COR-HORA-FIN        PIC X(05).
002290      05  FILLER                  PIC X(02) VALUE SPACES.
002300      05  MAT-COR-RETORNO         PIC Z(3)9.
002310      05  FILLER                  PIC X(02) VALUE SPACES.
002320      05  MAT-COR-RESULTADO       PIC X(10).
002330      05  FILLER                  PIC X(01) VALUE SPACE.
002340      05  MAT-COR-PARAMETROS      PIC X(07).
002350      05  FILLER                  PIC X(11) VALUE SPACES.
002360  01  MAT-TARJETA.
002370      05  FILLER                  PIC X(05) VALUE "    >".
002380      05  MAT-TAR-TEXTO           PIC X(75).
002390  01  MAT-CIFRA-CORRIDA.
002400      05  FILLER                  PIC X(04) VALUE SPACES.
002410      05  MAT-CCO-NOMBRE          PIC X(12).
002420      05  FILLER                  PIC X(01) VALUE SPACE.
002430      05  MAT-CCO-VALOR           PIC Z(8)9.
002440      05  FILLER                  PIC X(09) VALUE "  USUAL: ".
002450      05  MAT-CCO-USUAL           PIC X(09).
002460      05  FILLER                  PIC X(02) VALUE SPACES.
002470      05  MAT-CCO-MARCA           PIC X(22).
002480      05  FILLER                  PIC X(12) VALUE SPACES.
002490  01  MAT-FALTANTE.
002500      05  FILLER                  PIC X(02) VALUE SPACES.
002510      05  MAT-FAL-PROGRAMA        PIC X(12).
002520      05  FILLER                  PIC X(02) VALUE SPACES.
002530      05  MAT-FAL-TEXTO           PIC X(40).
002540      05  FILLER                  PIC X(24) VALUE SPACES.
002550  01  MAT-NINGUNO.
002560      05  FILLER                  PIC X(20) VALUE
002570          "  (ninguno)".
002580      05  FILLER                  PIC X(60) VALUE SPACES.
002590  01  MAT-CIFRA.
002600      05  FILLER                  PIC X(02) VALUE SPACES.
002610      05  MAT-CIF-ETIQUETA        PIC X(40).
002620      05  MAT-CIF-CANT            PIC Z(7)9.
002630      05  FILLER                  PIC X(30) VALUE SPACES.

002640  PROCEDURE DIVISION.
002650*================================================================*
002660* 0000-MAINLINE                                                  *
002670*     Recorre el diario de corridas separando las de la noche de *
002680*     las de su historia, reporta cada corrida de la noche       *
002690*     contra lo usual, los programas que no corrieron y las      *
002700*     cifras.                                                    *
002710*================================================================*
002720  0000-MAINLINE.
002730      PERFORM 1000-INICIO
002740          THRU 1000-INICIO-EXIT
002750      IF NOT MT-FIN-PROCESO-SI
002760          PERFORM 2000-LEER-CORRIDA
002770              THRU 2000-LEER-CORRIDA-EXIT
002780              UNTIL MT-FIN-ARCHIVO-SI
002790          PERFORM 3000-CORRIDAS-NOCHE
002800              THRU 3000-CORRIDAS-NOCHE-EXIT
002810          PERFORM 4000-FALTANTES
002820              THRU 4000-FALTANTES-EXIT
002830      END-IF
002840      PERFORM 9000-FINALIZAR
002850          THRU 9000-FINALIZAR-EXIT
002860      STOP RUN.

002870*----------------------------------------------------------------*
002880* 1000-INICIO                                                    *
002890*     Toma la manana del reporte, calcula la noche y el inicio   *
002900*     de su historia, abre el diario y el reporte y escribe el   *
002910*     encabezado.                                                *
002920*----------------------------------------------------------------*
002930  1000-INICIO.
002940      PERFORM 1100-LEER-PARAMETROS
002950          THRU 1100-LEER-PARAMETROS-EXIT
002960      IF MT-FIN-PROCESO-SI
002970          GO TO 1000-INICIO-EXIT
002980      END-IF
002990      IF MT-CON-PARAMETROS
003000          MOVE PRM-FECHA-HASTA TO MT-FECHA-MANANA
003010      ELSE
003020          DISPLAY "Manana del reporte (AAAAMMDD, 0 = hoy): "
003030          ACCEPT MT-FECHA-MANANA
003040      END-IF
003050      IF MT-FECHA-MANANA = 0
003060          ACCEPT MT-FECHA-MANANA FROM DATE YYYYMMDD
003070      END-IF
003080      IF FUNCTION TEST-DATE-YYYYMMDD (MT-FECHA-MANANA) NOT = 0
003110          DISPLAY "Fecha de la manana invalida: " MT-FECHA-MANANA
003120          MOVE 8 TO RETURN-CODE
003130          SET MT-FIN-PROCESO-SI TO TRUE
003140          GO TO 1000-INICIO-EXIT
003150      END-IF
003160      MOVE MT-FECHA-MANANA TO MT-NHA-FECHA
003170      MOVE MT-HORA-CORTE TO MT-NHA-HORA
003180      COMPUTE MT-NDE-FECHA = FUNCTION DATE-OF-INTEGER
003190          (FUNCTION INTEGER-OF-DATE (MT-FECHA-MANANA) - 1)
003200      MOVE MT-HORA-CORTE TO MT-NDE-HORA
003210      COMPUTE MT-HDE-FECHA = FUNCTION DATE-OF-INTEGER
003220          (FUNCTION INTEGER-OF-DATE (MT-NDE-FECHA)
003230              - MT-DIAS-HISTORIA)
003240      MOVE MT-HORA-CORTE TO MT-HDE-HORA
003250      MOVE ZEROS TO MT-TABLA-USUAL
003260      OPEN INPUT CORRIDAS-FILE
003270      IF MT-ESTADO-CORRIDAS = "35"
003280          DISPLAY "CORRIDAS-FILE no existe; ningun programa ha "
003290              "dejado registro de sus corridas."
003300          SET MT-FIN-ARCHIVO-SI TO TRUE
003310      ELSE
003320          IF MT-ESTADO-CORRIDAS NOT = "00"
003330              DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
003340                  MT-ESTADO-CORRIDAS
003350              MOVE 8 TO RETURN-CODE
003360              SET MT-FIN-PROCESO-SI TO TRUE
003370              GO TO 1000-INICIO-EXIT
003380          END-IF
003390          SET MT-CORRIDAS-ABIERTO-SI TO TRUE
003400      END-IF
003410      OPEN OUTPUT MATUTINO-FILE
003420      IF MT-ESTADO-REPORTE NOT = "00"
003430          DISPLAY "No se pudo abrir MATUTINO-FILE, estado: "
003440              MT-ESTADO-REPORTE
003450          MOVE 8 TO RETURN-CODE
003460          SET MT-FIN-PROCESO-SI TO TRUE
003470          GO TO 1000-INICIO-EXIT
003480      END-IF
003490      SET MT-REPORTE-ABIERTO-SI TO TRUE
003500      MOVE MT-FECHA-MANANA TO MAT-ENC-MANANA
003510      MOVE MT-NDE-FECHA TO MAT-VEN-DESDE-FECHA
003520      MOVE MT-NDE-HORA TO MT-HORA
003530      PERFORM 8100-EDITAR-HORA
003540          THRU 8100-EDITAR-HORA-EXIT
003550      MOVE MT-HORA-EDIT TO MAT-VEN-DESDE-HORA
003560      MOVE MT-NHA-FECHA TO MAT-VEN-HASTA-FECHA
003570      MOVE MT-NHA-HORA TO MT-HORA
003580      PERFORM 8100-EDITAR-HORA
003590          THRU 8100-EDITAR-HORA-EXIT
003600      MOVE MT-HORA-EDIT TO MAT-VEN-HASTA-HORA
003610      WRITE MAT-LINEA FROM MAT-SEPARADOR
003620      WRITE MAT-LINEA FROM MAT-ENCABEZADO
003630      WRITE MAT-LINEA FROM MAT-VENTANA
003640      WRITE MAT-LINEA FROM MAT-SEPARADOR
003650      MOVE SPACES TO MAT-LINEA
003660      WRITE MAT-LINEA
003670      DISPLAY "Noche del " MT-NDE-FECHA " " MAT-VEN-DESDE-HORA
003680          " al " MT-NHA-FECHA " " MAT-VEN-HASTA-HORA
003690          "  historia desde " MT-HDE-FECHA.
003700  1000-INICIO-EXIT.
003710      EXIT.

003720*----------------------------------------------------------------*
003730* 1100-LEER-PARAMETROS                                           *
003740*     Lee la tarjeta de parametros (PARAMS-FILE, ver PARMREC).   *
003750*     Sin tarjeta se pregunta por consola. Con tarjeta, la fecha *
003760*     hasta (la manana del reporte) debe ser numerica; un        *
003770*     parametro invalido detiene la corrida con RETURN-CODE 8.   *
003780*----------------------------------------------------------------*
003790  1100-LEER-PARAMETROS.
003800      OPEN INPUT PARAMS-FILE
003810      IF MT-ESTADO-PARAMS = "35"
003820          GO TO 1100-LEER-PARAMETROS-EXIT
003830      END-IF
003840      IF MT-ESTADO-PARAMS NOT = "00"
003850          DISPLAY "No se pudo abrir PARAMS-FILE, estado: "
003860              MT-ESTADO-PARAMS
003870          MOVE 8 TO RETURN-CODE
003880          SET MT-FIN-PROCESO-SI TO TRUE
003890          GO TO 1100-LEER-PARAMETROS-EXIT
003900      END-IF
003910      READ PARAMS-FILE INTO PRM-REGISTRO
003920          AT END
003930              DISPLAY "PARAMS-FILE esta vacio."
003940              MOVE 8 TO RETURN-CODE
003950              SET MT-FIN-PROCESO-SI TO TRUE
003960      END-READ
003970      CLOSE PARAMS-FILE
003980      IF MT-FIN-PROCESO-SI
003990          GO TO 1100-LEER-PARAMETROS-EXIT
004000      END-IF
004010      MOVE "S" TO MT-PARAMS-SW
004020      IF PRM-FECHA-HASTA NOT NUMERIC
004030          DISPLAY "Parametro de fecha invalido en la tarjeta."
004040          MOVE 8 TO RETURN-CODE
004050          SET MT-FIN-PROCESO-SI TO TRUE
004060          GO TO 1100-LEER-PARAMETROS-EXIT
004070      END-IF
004080      DISPLAY "Parametros de la corrida: HASTA=" PRM-FECHA-HASTA.
004090  1100-LEER-PARAMETROS-EXIT.
004100      EXIT.

004110*----------------------------------------------------------------*
004120* 2000-LEER-CORRIDA                                              *
004130*     Lee el siguiente registro del diario. Las corridas         *
004140*     iniciadas antes de la historia o despues de la noche no    *
004150*     cuentan. Las de la historia que no terminaron en error     *
004160*     suman a la corrida usual de su programa; las de la noche   *
004170*     se guardan para el reporte.                                *
004180*----------------------------------------------------------------*
004190  2000-LEER-CORRIDA.
004200      READ CORRIDAS-FILE INTO COR-REGISTRO
004210          AT END
004220              SET MT-FIN-ARCHIVO-SI TO TRUE
004230              GO TO 2000-LEER-CORRIDA-EXIT
004240      END-READ
004250      ADD 1 TO MT-CTL-LEIDOS
004260      IF COR-INICIO < MT-HISTORIA-DESDE
004270              OR COR-INICIO NOT < MT-NOCHE-HASTA
004280          GO TO 2000-LEER-CORRIDA-EXIT
004290      END-IF
004300      PERFORM 2100-BUSCAR-PROGRAMA
004310          THRU 2100-BUSCAR-PROGRAMA-EXIT
004320      IF COR-INICIO < MT-NOCHE-DESDE
004330          IF MT-PROGRAMA-HALLADO-SI AND COR-RETORNO < 8
004340              PERFORM 2200-ACUMULAR-USUAL
004350                  THRU 2200-ACUMULAR-USUAL-EXIT
004360          END-IF
004370          GO TO 2000-LEER-CORRIDA-EXIT
004380      END-IF
004390      IF MT-PROGRAMA-HALLADO-SI
004400          ADD 1 TO MT-USU-NOCHE (MT-PROGRAMA-INDICE)
004410      END-IF
004420      IF MT-TOTAL-NOCHE < 100
004430          ADD 1 TO MT-TOTAL-NOCHE
004440          MOVE COR-REGISTRO TO MT-NOC-REGISTRO (MT-TOTAL-NOCHE)
004450      ELSE
004460          ADD 1 TO MT-CTL-FUERA-TABLA
004470          SET MT-REVISAR-SI TO TRUE
004480      END-IF.
004490  2000-LEER-CORRIDA-EXIT.
004500      EXIT.

004510*----------------------------------------------------------------*
004520* 2100-BUSCAR-PROGRAMA                                           *
004530*     Busca COR-PROGRAMA en la tabla de programas de la cadena;  *
004540*     deja su renglon en MT-PROGRAMA-INDICE.                     *
004550*----------------------------------------------------------------*
004560  2100-BUSCAR-PROGRAMA.
004570      MOVE "N" TO MT-PROGRAMA-HALLADO
004580      MOVE 1 TO MT-PROGRAMA-INDICE
004590      PERFORM 2110-COMPARAR-PROGRAMA
004600          THRU 2110-COMPARAR-PROGRAMA-EXIT
004610          UNTIL MT-PROGRAMA-HALLADO-SI
004620             OR MT-PROGRAMA-INDICE > MT-TOTAL-PROGRAMAS.
004630  2100-BUSCAR-PROGRAMA-EXIT.
004640      EXIT.

004650  2110-COMPARAR-PROGRAMA.
004660      IF MT-PRG-NOMBRE (MT-PROGRAMA-INDICE) = COR-PROGRAMA
004670          SET MT-PROGRAMA-HALLADO-SI TO TRUE
004680          GO TO 2110-COMPARAR-PROGRAMA-EXIT
004690      END-IF
004700      ADD 1 TO MT-PROGRAMA-INDICE.
004710  2110-COMPARAR-PROGRAMA-EXIT.
004720      EXIT.

004730*----------------------------------------------------------------*
004740* 2200-ACUMULAR-USUAL                                            *
004750*     Suma una corrida de la historia a las corridas y a las     *
004760*     cifras de su programa.                                     *
004770*----------------------------------------------------------------*
004780  2200-ACUMULAR-USUAL.
004790      ADD 1 TO MT-USU-CORRIDAS (MT-PROGRAMA-INDICE)
004800      MOVE 1 TO MT-CIFRA-INDICE
004810      PERFORM 2210-SUMAR-CIFRA
004820          THRU 2210-SUMAR-CIFRA-EXIT
004830          UNTIL MT-CIFRA-INDICE > 4.
004840  2200-ACUMULAR-USUAL-EXIT.
004850      EXIT.

004860  2210-SUMAR-CIFRA.
004870      IF COR-CIFRA-VALOR (MT-CIFRA-INDICE) NUMERIC
004880          ADD COR-CIFRA-VALOR (MT-CIFRA-INDICE)
004890              TO MT-USU-SUMA (MT-PROGRAMA-INDICE, MT-CIFRA-INDICE)
004900      END-IF
004910      ADD 1 TO MT-CIFRA-INDICE.
004920  2210-SUMAR-CIFRA-EXIT.
004930      EXIT.

004940*----------------------------------------------------------------*
004950* 3000-CORRIDAS-NOCHE                                            *
004960*     Escribe las corridas de la noche en el orden del diario,   *
004970*     cada una con sus cifras contra lo usual.                   *
004980*----------------------------------------------------------------*
004990  3000-CORRIDAS-NOCHE.
005000      MOVE "CORRIDAS DE LA NOCHE" TO MAT-TIT-TEXTO
005010      WRITE MAT-LINEA FROM MAT-TITULO
005020      WRITE MAT-LINEA FROM MAT-COLUMNAS-CORRIDA
005030      IF MT-TOTAL-NOCHE = 0
005040          WRITE MAT-LINEA FROM MAT-NINGUNO
005050          GO TO 3000-CORRIDAS-NOCHE-EXIT
005060      END-IF
005070      MOVE 1 TO MT-NOCHE-INDICE
005080      PERFORM 3100-ESCRIBIR-CORRIDA
005090          THRU 3100-ESCRIBIR-CORRIDA-EXIT
005100          UNTIL MT-NOCHE-INDICE > MT-TOTAL-NOCHE.
005110  3000-CORRIDAS-NOCHE-EXIT.
005120      EXIT.

005130*----------------------------------------------------------------*
005140* 3100-ESCRIBIR-CORRIDA                                          *
005150*     Escribe una corrida de la noche: programa, inicio, fin,    *
005160*     RETURN-CODE y resultado, la tarjeta de parametros si       *
005170*     corrio con ella, y sus cifras de control.                  *
005180*----------------------------------------------------------------*
005190  3100-ESCRIBIR-CORRIDA.
005200      MOVE MT-NOC-REGISTRO (MT-NOCHE-INDICE) TO COR-REGISTRO
005210      ADD 1 TO MT-NOCHE-INDICE
005220      ADD 1 TO MT-CTL-NOCHE
005230      MOVE COR-PROGRAMA TO MAT-COR-PROGRAMA
005240      MOVE COR-FECHA-INICIO TO MAT-COR-FECHA-INICIO
005250      MOVE COR-HORA-INICIO TO MT-HORA
005260      PERFORM 8100-EDITAR-HORA
005270          THRU 8100-EDITAR-HORA-EXIT
005280      MOVE MT-HORA-EDIT TO MAT-COR-HORA-INICIO
005290      MOVE COR-FECHA-FIN TO MAT-COR-FECHA-FIN
005300      MOVE COR-HORA-FIN TO MT-HORA
005310      PERFORM 8100-EDITAR-HORA
005320          THRU 8100-EDITAR-HORA-EXIT
005330      MOVE MT-HORA-EDIT TO MAT-COR-HORA-FIN
005340      MOVE COR-RETORNO TO MAT-COR-RETORNO
005350      EVALUATE TRUE
005360          WHEN COR-RETORNO = 0
005370              MOVE "BIEN" TO MAT-COR-RESULTADO
005380          WHEN COR-RETORNO < 8
005390              MOVE "AVISO" TO MAT-COR-RESULTADO
005400              ADD 1 TO MT-CTL-AVISO
005410              SET MT-REVISAR-SI TO TRUE
005420          WHEN OTHER
005430              MOVE "ERROR" TO MAT-COR-RESULTADO
005440              ADD 1 TO MT-CTL-ERROR
005450              SET MT-REVISAR-SI TO TRUE
005460              DISPLAY "Corrida con error: " COR-PROGRAMA
005470                  " RETURN-CODE " COR-RETORNO
005480      END-EVALUATE
005490      IF COR-CON-TARJETA
005500          MOVE "TARJETA" TO MAT-COR-PARAMETROS
005510      ELSE
005520          MOVE "CONSOLA" TO MAT-COR-PARAMETROS
005530      END-IF
005540      WRITE MAT-LINEA FROM MAT-CORRIDA
005550      IF COR-CON-TARJETA
005560          MOVE COR-PARAMETROS TO MAT-TAR-TEXTO
005570          WRITE MAT-LINEA FROM MAT-TARJETA
005580      END-IF
005590      PERFORM 2100-BUSCAR-PROGRAMA
005600          THRU 2100-BUSCAR-PROGRAMA-EXIT
005610      MOVE 1 TO MT-CIFRA-INDICE
005620      PERFORM 3200-ESCRIBIR-CIFRA-CORRIDA
005630          THRU 3200-ESCRIBIR-CIFRA-CORRIDA-EXIT
005640          UNTIL MT-CIFRA-INDICE > 4.
005650  3100-ESCRIBIR-CORRIDA-EXIT.
005660      EXIT.

005670*----------------------------------------------------------------*
005680* 3200-ESCRIBIR-CIFRA-CORRIDA                                    *
005690*     Escribe una cifra de la corrida (las posiciones sin nombre *
005700*     no se usan) con su promedio usual.                         *
005710*----------------------------------------------------------------*
005720  3200-ESCRIBIR-CIFRA-CORRIDA.
005730      IF COR-CIFRA-NOMBRE (MT-CIFRA-INDICE) NOT = SPACES
005740          MOVE COR-CIFRA-NOMBRE (MT-CIFRA-INDICE)
005750              TO MAT-CCO-NOMBRE
005760          MOVE COR-CIFRA-VALOR (MT-CIFRA-INDICE) TO MAT-CCO-VALOR
005770          PERFORM 3210-COMPARAR-USUAL
005780              THRU 3210-COMPARAR-USUAL-EXIT
005790          WRITE MAT-LINEA FROM MAT-CIFRA-CORRIDA
005800      END-IF
005810      ADD 1 TO MT-CIFRA-INDICE.
005820  3200-ESCRIBIR-CIFRA-CORRIDA-EXIT.
005830      EXIT.

005840*----------------------------------------------------------------*
005850* 3210-COMPARAR-USUAL                                            *
005860*     Saca el promedio de la cifra en la historia de su programa *
005870*     y la marca si se aparta de el en mas de la tolerancia. Un  *
005880*     programa fuera de la cadena o sin corridas en la historia  *
005890*     no tiene contra que comparar.                              *
005900*----------------------------------------------------------------*
005910  3210-COMPARAR-USUAL.
005920      MOVE SPACES TO MAT-CCO-MARCA
005930      IF NOT MT-PROGRAMA-HALLADO-SI
005940          MOVE "SIN HIST." TO MAT-CCO-USUAL
005950          GO TO 3210-COMPARAR-USUAL-EXIT
005960      END-IF
005970      IF MT-USU-CORRIDAS (MT-PROGRAMA-INDICE) = 0
005980          MOVE "SIN HIST." TO MAT-CCO-USUAL
005990          GO TO 3210-COMPARAR-USUAL-EXIT
006000      END-IF
006010      COMPUTE MT-PROMEDIO ROUNDED =
006020          MT-USU-SUMA (MT-PROGRAMA-INDICE, MT-CIFRA-INDICE)
006030              / MT-USU-CORRIDAS (MT-PROGRAMA-INDICE)
006040      MOVE MT-PROMEDIO TO MT-CANT-EDIT
006050      MOVE MT-CANT-EDIT TO MAT-CCO-USUAL
006060      COMPUTE MT-LIMITE-MENOR =
006070          MT-PROMEDIO * (100 - MT-TOLERANCIA-PCT) / 100
006080      COMPUTE MT-LIMITE-MAYOR =
006090          MT-PROMEDIO * (100 + MT-TOLERANCIA-PCT) / 100
006100      IF COR-CIFRA-VALOR (MT-CIFRA-INDICE) < MT-LIMITE-MENOR
006110              OR COR-CIFRA-VALOR (MT-CIFRA-INDICE)
006120                  > MT-LIMITE-MAYOR
006130          MOVE "<< FUERA DE LO USUAL" TO MAT-CCO-MARCA
006140          ADD 1 TO MT-CTL-FUERA-USUAL
006150          SET MT-REVISAR-SI TO TRUE
006160      END-IF.
006170  3210-COMPARAR-USUAL-EXIT.
006180      EXIT.

006190*----------------------------------------------------------------*
006200* 4000-FALTANTES                                                 *
006210*     Lista los programas de la cadena sin corrida en la noche.  *
006220*     Un programa diario que no corrio pide revision.            *
006230*----------------------------------------------------------------*
006240  4000-FALTANTES.
006250      MOVE SPACES TO MAT-LINEA
006260      WRITE MAT-LINEA
006270      MOVE "PROGRAMAS QUE NO CORRIERON" TO MAT-TIT-TEXTO
006280      WRITE MAT-LINEA FROM MAT-TITULO
006290      MOVE 0 TO MT-RENGLONES
006300      MOVE 1 TO MT-PROGRAMA-INDICE
006310      PERFORM 4100-REVISAR-PROGRAMA
006320          THRU 4100-REVISAR-PROGRAMA-EXIT
006330          UNTIL MT-PROGRAMA-INDICE > MT-TOTAL-PROGRAMAS
006340      IF MT-RENGLONES = 0
006350          WRITE MAT-LINEA FROM MAT-NINGUNO
006360      END-IF.
006370  4000-FALTANTES-EXIT.
006380      EXIT.

006390  4100-REVISAR-PROGRAMA.
006400      IF MT-USU-NOCHE (MT-PROGRAMA-INDICE) = 0
006410          MOVE MT-PRG-NOMBRE (MT-PROGRAMA-INDICE)
006420              TO MAT-FAL-PROGRAMA
006430          IF MT-PRG-DIARIO (MT-PROGRAMA-INDICE)
006440              MOVE "** NO CORRIO ** (corre todas las noches)"
006450                  TO MAT-FAL-TEXTO
006460              ADD 1 TO MT-CTL-FALTANTES
006470              SET MT-REVISAR-SI TO TRUE
006480              DISPLAY "No corrio: "
006490                  MT-PRG-NOMBRE (MT-PROGRAMA-INDICE)
006500          ELSE
006510              MOVE "no corrio (eventual)" TO MAT-FAL-TEXTO
006520          END-IF
006530          WRITE MAT-LINEA FROM MAT-FALTANTE
006540          ADD 1 TO MT-RENGLONES
006550      END-IF
006560      ADD 1 TO MT-PROGRAMA-INDICE.
006570  4100-REVISAR-PROGRAMA-EXIT.
006580      EXIT.

006590*----------------------------------------------------------------*
006600* 8100-EDITAR-HORA                                               *
006610*     Deja la hora de MT-HORA (HHMMSSCC) como HH:MM en           *
006620*     MT-HORA-EDIT.                                              *
006630*----------------------------------------------------------------*
006640  8100-EDITAR-HORA.
006650      MOVE MT-HOR-HH TO MT-HED-HH
006660      MOVE MT-HOR-MM TO MT-HED-MM.
006670  8100-EDITAR-HORA-EXIT.
006680      EXIT.

006690*----------------------------------------------------------------*
006700* 9000-FINALIZAR                                                 *
006710*     Escribe las cifras de control y el dictamen de la noche al *
006720*     reporte y a la consola, cierra archivos y deja             *
006730*     RETURN-CODE 4 si algo pide revision.                       *
006740*----------------------------------------------------------------*
006750  9000-FINALIZAR.
006760      IF MT-REPORTE-ABIERTO-SI
006770          MOVE SPACES TO MAT-LINEA
006780          WRITE MAT-LINEA
006790          MOVE "CIFRAS DE CONTROL" TO MAT-TIT-TEXTO
006800          WRITE MAT-LINEA FROM MAT-TITULO
006810          MOVE "Registros del diario leidos:" TO MAT-CIF-ETIQUETA
006820          MOVE MT-CTL-LEIDOS TO MAT-CIF-CANT
006830          PERFORM 9100-ESCRIBIR-CIFRA
006840              THRU 9100-ESCRIBIR-CIFRA-EXIT
006850          MOVE "Corridas de la noche:" TO MAT-CIF-ETIQUETA
006860          COMPUTE MAT-CIF-CANT = MT-CTL-NOCHE + MT-CTL-FUERA-TABLA
006870          PERFORM 9100-ESCRIBIR-CIFRA
006880              THRU 9100-ESCRIBIR-CIFRA-EXIT
006890          MOVE "  con aviso (RETURN-CODE 4):" TO MAT-CIF-ETIQUETA
006900          MOVE MT-CTL-AVISO TO MAT-CIF-CANT
006910          PERFORM 9100-ESCRIBIR-CIFRA
006920              THRU 9100-ESCRIBIR-CIFRA-EXIT
006930          MOVE "  con error (RETURN-CODE 8 o mas):"
006940              TO MAT-CIF-ETIQUETA
006950          MOVE MT-CTL-ERROR TO MAT-CIF-CANT
006960          PERFORM 9100-ESCRIBIR-CIFRA
006970              THRU 9100-ESCRIBIR-CIFRA-EXIT
006980          MOVE "  fuera de la tabla (sin detalle):"
006990              TO MAT-CIF-ETIQUETA
007000          MOVE MT-CTL-FUERA-TABLA TO MAT-CIF-CANT
007010          PERFORM 9100-ESCRIBIR-CIFRA
007020              THRU 9100-ESCRIBIR-CIFRA-EXIT
007030          MOVE "Cifras fuera de lo usual:" TO MAT-CIF-ETIQUETA
007040          MOVE MT-CTL-FUERA-USUAL TO MAT-CIF-CANT
007050          PERFORM 9100-ESCRIBIR-CIFRA
007060              THRU 9100-ESCRIBIR-CIFRA-EXIT
007070          MOVE "Programas diarios que no corrieron:"
007080              TO MAT-CIF-ETIQUETA
007090          MOVE MT-CTL-FALTANTES TO MAT-CIF-CANT
007100          PERFORM 9100-ESCRIBIR-CIFRA
007110              THRU 9100-ESCRIBIR-CIFRA-EXIT
007120          MOVE SPACES TO MAT-LINEA
007130          WRITE MAT-LINEA
007140          IF MT-REVISAR-SI
007150              MOVE "*** LA NOCHE PIDE REVISION ***"
007160                  TO MAT-TIT-TEXTO
007170              DISPLAY "La noche pide revision; ver MATUTINO."
007180          ELSE
007190              MOVE "LA NOCHE SALIO BIEN" TO MAT-TIT-TEXTO
007200              DISPLAY "La noche salio bien."
007210          END-IF
007220          WRITE MAT-LINEA FROM MAT-TITULO
007230          CLOSE MATUTINO-FILE
007240      END-IF
007250      IF MT-CORRIDAS-ABIERTO-SI
007260          CLOSE CORRIDAS-FILE
007270      END-IF
007280      IF MT-CTL-FUERA-TABLA > 0
007290          DISPLAY "La tabla de corridas de la noche se lleno: "
007300              "salen las primeras 100."
007310      END-IF
007320      IF MT-REVISAR-SI AND RETURN-CODE < 4
007330          MOVE 4 TO RETURN-CODE
007340      END-IF.
007350  9000-FINALIZAR-EXIT.
007360      EXIT.

007370*----------------------------------------------------------------*
007380* 9100-ESCRIBIR-CIFRA                                            *
007390*     Escribe una cifra de control al reporte y la muestra en    *
007400*     la consola.                                                *
007410*----------------------------------------------------------------*
007420  9100-ESCRIBIR-CIFRA.
007430      WRITE MAT-LINEA FROM MAT-CIFRA
007440      DISPLAY MAT-CIF-ETIQUETA MAT-CIF-CANT.
007450  9100-ESCRIBIR-CIFRA-EXIT.
007460      EXIT.
