000010*================================================================*
000020* ANTIGUEDAD.CBL                                                 *
000030*================================================================*
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID. ANTIGUEDAD.
000060  AUTHOR. R. CASTRO VELAZQUEZ.
000070  INSTALLATION. TALLER DE CORTE - LINEA DE PANELES.
000080  DATE-WRITTEN. 2026-10-06.
000090  DATE-COMPILED.
000100*----------------------------------------------------------------*
000110* PROPOSITO.                                                     *
000120*     Cierre de mes de cuentas por cobrar. Recorre la cartera    *
000130*     de partidas abiertas (CARTERA-FILE, ver CXCREC) en orden   *
000140*     de cliente y, a una fecha de corte, reparte el saldo de    *
000150*     cada factura abierta segun los dias vencidos:              *
000160*         corriente (aun no vence), 1-30, 31-60, 61-90 y mas     *
000170*         de 90 dias.                                            *
000180*     Emite dos reportes:                                        *
000190*       - ANTIGUED: una linea por cliente con su saldo en cada   *
000200*         rango y el total, mas el gran total de la cartera.     *
000210*       - ESTCTA: el estado de cuenta de cada cliente con saldo, *
000220*         con su nombre y direccion del maestro de clientes      *
000230*         (CLIENTES-FILE, ver CLIREC), cada factura abierta y    *
000240*         los totales por rango.                                 *
000250*     Las facturas ya pagadas no aparecen. La fecha de corte     *
000260*     viene de la tarjeta de parametros (PRM-FECHA-HASTA, ver    *
000270*     PARMREC; 0 = hoy) o se pregunta por consola.               *
000280*                                                                *
000290* HISTORIAL DE MODIFICACIONES.                                   *
000300*     2026-10-06 RCV  Version original.                          *
000302*     2026-10-07 RCV  El estado de cuenta muestra en una columna *
000304*                     los abonos mas las notas de credito.       *
000305*     2026-10-15 RCV  Una fecha de corte imposible detiene la    *
000306*                     corrida (RETURN-CODE 8); la corrida se     *
000307*                     registra en el diario de corridas          *
000308*                     (CORRIDAS-FILE, 9800).                     *
000310*----------------------------------------------------------------*
000320  ENVIRONMENT DIVISION.
000330  INPUT-OUTPUT SECTION.
000340  FILE-CONTROL.
000350      SELECT CARTERA-FILE ASSIGN TO "CARTERA"
000360          ORGANIZATION IS INDEXED
000370          ACCESS MODE IS DYNAMIC
000380          RECORD KEY IS CXC-CLAVE
000390          FILE STATUS IS AN-ESTADO-CARTERA.
000400      SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
000410          ORGANIZATION IS INDEXED
000420          ACCESS MODE IS RANDOM
000430          RECORD KEY IS CLI-CODIGO
000440          FILE STATUS IS AN-ESTADO-CLIENTES.
000450      SELECT ANTIGUED-FILE ASSIGN TO "ANTIGUED"
000460          ORGANIZATION IS LINE SEQUENTIAL
000470          FILE STATUS IS AN-ESTADO-ANTIGUED.
000480      SELECT ESTCTA-FILE ASSIGN TO "ESTCTA"
000490          ORGANIZATION IS LINE SEQUENTIAL
000500          FILE STATUS IS AN-ESTADO-ESTCTA.
000510      SELECT PARAMS-FILE ASSIGN TO "PARAMS"
000520          ORGANIZATION IS LINE SEQUENTIAL
000530          FILE STATUS IS AN-ESTADO-PARAMS.
000531      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000532          ORGANIZATION IS LINE SEQUENTIAL
000533          FILE STATUS IS AN-ESTADO-CORRIDAS.

000540  DATA DIVISION.
000550  FILE SECTION.
000560  FD  CARTERA-FILE
000570      RECORD CONTAINS 120 CHARACTERS.
000580      COPY CXCREC.

000590  FD  CLIENTES-FILE
000600      RECORD CONTAINS 99 CHARACTERS.
000610      COPY CLIREC.

000620  FD  ANTIGUED-FILE
000630      RECORD CONTAINS 80 CHARACTERS.
000640  01  ANT-LINEA                  PIC X(80).

000650  FD  ESTCTA-FILE
000660      RECORD CONTAINS 80 CHARACTERS.
000670  01  EST-LINEA                  PIC X(80).

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
000760  77  AN-ESTADO-PARAMS            PIC X(02) VALUE "00".
000770  77  AN-PARAMS-SW                PIC X(01) VALUE "N".
000780      88  AN-CON-PARAMETROS                 VALUE "S".
000781* Diario de control de corridas (9800, ver CORREC).
000782  77  AN-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
000783      COPY CORREC.
000790*----------------------------------------------------------------*
000800* INDICADORES Y ESTADOS DE ARCHIVO.                              *
000810*----------------------------------------------------------------*
000820  77  AN-ESTADO-CARTERA           PIC X(02) VALUE "00".
000830  77  AN-ESTADO-CLIENTES          PIC X(02) VALUE "00".
000840  77  AN-ESTADO-ANTIGUED          PIC X(02) VALUE "00".
000850  77  AN-ESTADO-ESTCTA            PIC X(02) VALUE "00".
000860  77  AN-FIN-PROCESO              PIC X(01) VALUE "N".
000870      88  AN-FIN-PROCESO-SI                 VALUE "S".
000880  77  AN-CARTERA-ABIERTA          PIC X(01) VALUE "N".
000890      88  AN-CARTERA-ABIERTA-SI             VALUE "S".
000900  77  AN-CLIENTES-OK              PIC X(01) VALUE "N".
000910      88  AN-CLIENTES-DISPONIBLE            VALUE "S".
000920  77  AN-REPORTES-OK              PIC X(01) VALUE "N".
000930      88  AN-REPORTES-ABIERTOS              VALUE "S".
000932  77  AN-CLIENTE-HALLADO          PIC X(01) VALUE "N".
000934      88  AN-CLIENTE-HALLADO-SI             VALUE "S".

000940*----------------------------------------------------------------*
000950* FECHA DE CORTE, CORTE DE CONTROL POR CLIENTE Y DIAS VENCIDOS.  *
000960* AN-CLIENTE-ACTUAL en espacios = aun no hay cliente en curso.   *
000970*----------------------------------------------------------------*
000980  77  AN-FECHA-CORTE              PIC 9(08) VALUE 0.
000990  77  AN-CLIENTE-ACTUAL           PIC X(06) VALUE SPACES.
001000  77  AN-DIAS-VENCIDOS            PIC S9(07) VALUE 0.
001010  77  AN-CUBETA                   PIC 9(01) COMP VALUE 0.

001020*----------------------------------------------------------------*
001030* SALDOS POR RANGO DE ANTIGUEDAD: entrada 1 = corriente, 2 =     *
001040* 1-30, 3 = 31-60, 4 = 61-90, 5 = mas de 90 dias. Una tabla para *
001050* el cliente en curso y otra para el gran total.                 *
001060*----------------------------------------------------------------*
001070  01  AN-TABLA-CLIENTE.
001080      05  AN-CLI-CUBETA           PIC 9(15)V9(02)
001090                                  OCCURS 5 TIMES.
001100  77  AN-CLI-TOTAL                PIC 9(15)V9(02) VALUE 0.
001110  01  AN-TABLA-GENERAL.
001120      05  AN-GEN-CUBETA           PIC 9(15)V9(02)
001130                                  OCCURS 5 TIMES.
001140  77  AN-GEN-TOTAL                PIC 9(15)V9(02) VALUE 0.
001150  01  AN-TABLA-ETIQUETAS.
001160      05  FILLER                  PIC X(26) VALUE
001170          "CORRIENTE:".
001180      05  FILLER                  PIC X(26) VALUE
001190          "VENCIDO 1 A 30 DIAS:".
001200      05  FILLER                  PIC X(26) VALUE
001210          "VENCIDO 31 A 60 DIAS:".
001220      05  FILLER                  PIC X(26) VALUE
001230          "VENCIDO 61 A 90 DIAS:".
001240      05  FILLER                  PIC X(26) VALUE
001250          "VENCIDO MAS DE 90 DIAS:".
001260  01  AN-ETIQUETAS REDEFINES AN-TABLA-ETIQUETAS.
001270      05  AN-ETIQUETA             PIC X(26) OCCURS 5 TIMES.

001280*----------------------------------------------------------------*
001290* CIFRAS DE LA CORRIDA.                                          *
001300*----------------------------------------------------------------*
001310  77  AN-CTL-PARTIDAS-LEIDAS      PIC 9(06) VALUE 0.
001320  77  AN-CTL-PARTIDAS-ABIERTAS    PIC 9(06) VALUE 0.
001330  77  AN-CTL-CLIENTES             PIC 9(06) VALUE 0.
001340  77  AN-CTL-SIN-MAESTRO          PIC 9(06) VALUE 0.
001350  77  AN-CANT-EDIT                PIC Z(5)9.
001360  77  AN-IMPORTE-EDIT             PIC Z(14)9.99.

001370*----------------------------------------------------------------*
001380* LINEAS DEL REPORTE DE ANTIGUEDAD (ANTIGUED).                   *
001390*----------------------------------------------------------------*
001400  01  ANT-ENCABEZADO.
001410      05  FILLER                  PIC X(33) VALUE
001420          "ANTIGUEDAD DE SALDOS   CORTE AL  ".
001430      05  ANT-ENC-FECHA           PIC 9(08).
001440      05  FILLER                  PIC X(39) VALUE SPACES.
001450  01  ANT-TITULOS.
001460      05  FILLER                  PIC X(08) VALUE "CLIENTE ".
001470      05  FILLER                  PIC X(12) VALUE
001480          "   CORRIENTE".
001490      05  FILLER                  PIC X(12) VALUE
001500          "        1-30".
001510      05  FILLER                  PIC X(12) VALUE
001520          "       31-60".
001530      05  FILLER                  PIC X(12) VALUE
001540          "       61-90".
001550      05  FILLER                  PIC X(12) VALUE
001560          "   MAS DE 90".
001570      05  FILLER                  PIC X(12) VALUE
001580          "       TOTAL".
001590  01  ANT-DETALLE.
001600      05  ANT-DET-CLIENTE         PIC X(06).
001610      05  FILLER                  PIC X(02) VALUE SPACES.
001620      05  ANT-DET-CUBETA          PIC Z(8)9.99
001630                                  OCCURS 5 TIMES.
001640      05  ANT-DET-TOTAL           PIC Z(8)9.99.
001650  01  ANT-CIFRA.
001660      05  FILLER                  PIC X(02) VALUE SPACES.
001670      05  ANT-CIF-ETIQUETA        PIC X(26).
001680      05  ANT-CIF-VALOR           PIC Z(14)9.99.
001690      05  FILLER                  PIC X(34) VALUE SPACES.

001700*----------------------------------------------------------------*
001710* LINEAS DEL ESTADO DE CUENTA (ESTCTA).                          *
001720*----------------------------------------------------------------*
001730  01  EST-SEPARADOR.
001740      05  FILLER                  PIC X(80) VALUE ALL "=".
001750  01  EST-ENCABEZADO.
001760      05  FILLER                  PIC X(33) VALUE
001770          "ESTADO DE CUENTA       CORTE AL  ".
001780      05  EST-ENC-FECHA           PIC 9(08).
001790      05  FILLER                  PIC X(39) VALUE SPACES.
001800  01  EST-CLIENTE.
001810      05  FILLER                  PIC X(11) VALUE "  CLIENTE: ".
001820      05  EST-CLI-CODIGO          PIC X(06).
001830      05  FILLER                  PIC X(02) VALUE SPACES.
001840      05  EST-CLI-NOMBRE          PIC X(30).
001850      05  FILLER                  PIC X(31) VALUE SPACES.
001860  01  EST-DIRECCION.
001870      05  FILLER                  PIC X(19) VALUE SPACES.
001880      05  EST-DIR-TEXTO           PIC X(30).
001890      05  FILLER                  PIC X(31) VALUE SPACES.
001900  01  EST-CREDITO.
001910      05  FILLER                  PIC X(19) VALUE
001920          "  DIAS DE CREDITO: ".
001930      05  EST-CRE-DIAS            PIC ZZ9.
001940      05  FILLER                  PIC X(58) VALUE SPACES.
001950  01  EST-TITULOS.
001960      05  FILLER                  PIC X(37) VALUE
001970          "  FACTURA   PEDIDO    FECHA    VENCE ".
001980      05  FILLER                  PIC X(36) VALUE
001990          "     IMPORTE   ABONOS+NC       SALDO".
002000      05  FILLER                  PIC X(07) VALUE "   DIAS".
002010  01  EST-DETALLE.
002020      05  FILLER                  PIC X(02) VALUE SPACES.
002030      05  EST-DET-FACTURA         PIC 9(08).
002040      05  FILLER                  PIC X(01) VALUE SPACES.
002050      05  EST-DET-PEDIDO          PIC 9(08).
002060      05  FILLER                  PIC X(01) VALUE SPACES.
002070      05  EST-DET-FECHA           PIC 9(08).
002080      05  FILLER                  PIC X(01) VALUE SPACES.
002090      05  EST-DET-VENCE           PIC 9(08).
002100      05  EST-DET-IMPORTE         PIC Z(8)9.99.
002110      05  EST-DET-ABONOS          PIC Z(8)9.99.
002120      05  EST-DET-SALDO           PIC Z(8)9.99.
002130      05  FILLER                  PIC X(01) VALUE SPACES.
002140      05  EST-DET-DIAS            PIC Z(4)9.
002150      05  FILLER                  PIC X(01) VALUE SPACES.
002160  01  EST-CIFRA.
002170      05  FILLER                  PIC X(02) VALUE SPACES.
002180      05  EST-CIF-ETIQUETA        PIC X(26).
002190      05  EST-CIF-VALOR           PIC Z(14)9.99.
002200      05  FILLER                  PIC X(34) VALUE SPACES.

002210  PROCEDURE DIVISION.
002220*================================================================*
002230* 0000-MAINLINE                                                  *
002240*     Fija la fecha de corte, recorre la cartera por cliente y   *
002250*     escribe la antiguedad y los estados de cuenta.             *
002260*================================================================*
002270  0000-MAINLINE.
002271      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
002272      ACCEPT COR-HORA-INICIO FROM TIME
002280      PERFORM 1000-INICIO
002290          THRU 1000-INICIO-EXIT
002300      PERFORM 2000-PROCESAR-PARTIDA
002310          THRU 2000-PROCESAR-PARTIDA-EXIT
002320          UNTIL AN-FIN-PROCESO-SI
002330      PERFORM 9000-FINALIZAR
002340          THRU 9000-FINALIZAR-EXIT
002341      PERFORM 9800-REGISTRAR-CORRIDA
002342          THRU 9800-REGISTRAR-CORRIDA-EXIT
002350      STOP RUN.

002360*----------------------------------------------------------------*
002370* 1000-INICIO                                                    *
002380*     Toma la fecha de corte (0 = hoy), abre la cartera y la     *
002390*     posiciona al principio, abre el maestro de clientes y los  *
002400*     dos reportes. Sin cartera no hay nada que reportar.        *
002405*     Una fecha de corte imposible detiene la corrida.           *
002410*----------------------------------------------------------------*
002420  1000-INICIO.
002430      MOVE ZEROS TO AN-TABLA-CLIENTE
002440      MOVE ZEROS TO AN-TABLA-GENERAL
002450      PERFORM 1100-LEER-PARAMETROS
002460          THRU 1100-LEER-PARAMETROS-EXIT
002470      IF AN-FIN-PROCESO-SI
002480          GO TO 1000-INICIO-EXIT
002490      END-IF
002500      IF AN-CON-PARAMETROS
002510          MOVE PRM-FECHA-HASTA TO AN-FECHA-CORTE
002520      ELSE
002530          DISPLAY "Fecha de corte (AAAAMMDD, 0 = hoy): "
002540          ACCEPT AN-FECHA-CORTE
002550      END-IF
002560      IF AN-FECHA-CORTE = 0
002570          ACCEPT AN-FECHA-CORTE FROM DATE YYYYMMDD
002580      END-IF
002582      IF FUNCTION TEST-DATE-YYYYMMDD (AN-FECHA-CORTE) NOT = 0
002585          DISPLAY "Fecha de corte invalida: " AN-FECHA-CORTE
002586          MOVE 8 TO RETURN-CODE
002587          SET AN-FIN-PROCESO-SI TO TRUE
002588          GO TO 1000-INICIO-EXIT
002589      END-IF
002590      OPEN INPUT CARTERA-FILE
002600      IF AN-ESTADO-CARTERA NOT = "00"
002610          DISPLAY "No se pudo abrir CARTERA-FILE, estado: "
002620              AN-ESTADO-CARTERA
002630          MOVE 8 TO RETURN-CODE
002640          SET AN-FIN-PROCESO-SI TO TRUE
002650          GO TO 1000-INICIO-EXIT
002660      END-IF
002670      SET AN-CARTERA-ABIERTA-SI TO TRUE
002680      OPEN INPUT CLIENTES-FILE
002690      IF AN-ESTADO-CLIENTES = "00"
002700          MOVE "S" TO AN-CLIENTES-OK
002710      ELSE
002720          DISPLAY "No se pudo abrir CLIENTES-FILE, estado: "
002730              AN-ESTADO-CLIENTES
002740          DISPLAY "Los estados de cuenta saldran sin nombre ni "
002750              "direccion."
002760      END-IF
002770      OPEN OUTPUT ANTIGUED-FILE
002780      OPEN OUTPUT ESTCTA-FILE
002790      IF AN-ESTADO-ANTIGUED NOT = "00"
002800              OR AN-ESTADO-ESTCTA NOT = "00"
002810          DISPLAY "No se pudieron abrir los reportes, estados: "
002820              AN-ESTADO-ANTIGUED " " AN-ESTADO-ESTCTA
002830          MOVE 8 TO RETURN-CODE
002840          SET AN-FIN-PROCESO-SI TO TRUE
002850          GO TO 1000-INICIO-EXIT
002860      END-IF
002870      SET AN-REPORTES-ABIERTOS TO TRUE
002880      MOVE AN-FECHA-CORTE TO ANT-ENC-FECHA
002890      WRITE ANT-LINEA FROM ANT-ENCABEZADO
002900      MOVE SPACES TO ANT-LINEA
002910      WRITE ANT-LINEA
002920      WRITE ANT-LINEA FROM ANT-TITULOS
002930      MOVE AN-FECHA-CORTE TO EST-ENC-FECHA
002940      MOVE LOW-VALUES TO CXC-CLAVE
002950      START CARTERA-FILE KEY IS NOT < CXC-CLAVE
002960          INVALID KEY
002970              SET AN-FIN-PROCESO-SI TO TRUE
002980      END-START.
002990  1000-INICIO-EXIT.
003000      EXIT.

003010*----------------------------------------------------------------*
003020* 1100-LEER-PARAMETROS                                           *
003030*     Lee la tarjeta de parametros (PARAMS-FILE, ver PARMREC).   *
003040*     Sin tarjeta se pregunta por consola como siempre. Con      *
003050*     tarjeta, la fecha de corte (PRM-FECHA-HASTA) debe ser      *
003060*     numerica (0 = hoy); un parametro invalido detiene la       *
003070*     corrida con RETURN-CODE 8.                                 *
003080*----------------------------------------------------------------*
003090  1100-LEER-PARAMETROS.
003100      OPEN INPUT PARAMS-FILE
003110      IF AN-ESTADO-PARAMS = "35"
003120          GO TO 1100-LEER-PARAMETROS-EXIT
003130      END-IF
003140      IF AN-ESTADO-PARAMS NOT = "00"
003150          DISPLAY "No se pudo abrir PARAMS-FILE, estado: "
003160              AN-ESTADO-PARAMS
003170          MOVE 8 TO RETURN-CODE
003180          SET AN-FIN-PROCESO-SI TO TRUE
003190          GO TO 1100-LEER-PARAMETROS-EXIT
003200      END-IF
003210      READ PARAMS-FILE INTO PRM-REGISTRO
003220          AT END
003230              DISPLAY "PARAMS-FILE esta vacio."
003240              MOVE 8 TO RETURN-CODE
003250              SET AN-FIN-PROCESO-SI TO TRUE
003260      END-READ
003270      CLOSE PARAMS-FILE
003280      IF AN-FIN-PROCESO-SI
003290          GO TO 1100-LEER-PARAMETROS-EXIT
003300      END-IF
003310      MOVE "S" TO AN-PARAMS-SW
003320      IF PRM-FECHA-HASTA NOT NUMERIC
003330          DISPLAY "Fecha de corte invalida en la tarjeta."
003340          MOVE 8 TO RETURN-CODE
003350          SET AN-FIN-PROCESO-SI TO TRUE
003360          GO TO 1100-LEER-PARAMETROS-EXIT
003370      END-IF
003380      DISPLAY "Parametros de la corrida: CORTE="
003390          PRM-FECHA-HASTA.
003400  1100-LEER-PARAMETROS-EXIT.
003410      EXIT.

003420*----------------------------------------------------------------*
003430* 2000-PROCESAR-PARTIDA                                          *
003440*     Lee la siguiente partida de la cartera. Las pagadas se     *
003450*     saltan. Un cambio de cliente cierra el anterior (2200) y   *
003460*     abre el nuevo (2100); al final de la cartera se cierra el  *
003470*     ultimo. Cada partida abierta se clasifica por antiguedad   *
003480*     (2300) y se escribe en el estado de cuenta.                *
003490*----------------------------------------------------------------*
003500  2000-PROCESAR-PARTIDA.
003510      READ CARTERA-FILE NEXT RECORD
003520          AT END
003530              PERFORM 2200-CERRAR-CLIENTE
003540                  THRU 2200-CERRAR-CLIENTE-EXIT
003550              SET AN-FIN-PROCESO-SI TO TRUE
003560              GO TO 2000-PROCESAR-PARTIDA-EXIT
003570      END-READ
003580      ADD 1 TO AN-CTL-PARTIDAS-LEIDAS
003590      IF CXC-PAGADA OR CXC-SALDO = 0
003600          GO TO 2000-PROCESAR-PARTIDA-EXIT
003610      END-IF
003620      ADD 1 TO AN-CTL-PARTIDAS-ABIERTAS
003630      IF CXC-CLIENTE NOT = AN-CLIENTE-ACTUAL
003640          PERFORM 2200-CERRAR-CLIENTE
003650              THRU 2200-CERRAR-CLIENTE-EXIT
003660          PERFORM 2100-INICIAR-CLIENTE
003670              THRU 2100-INICIAR-CLIENTE-EXIT
003680      END-IF
003690      PERFORM 2300-CLASIFICAR-PARTIDA
003700          THRU 2300-CLASIFICAR-PARTIDA-EXIT
003710      ADD CXC-SALDO TO AN-CLI-CUBETA (AN-CUBETA)
003720      ADD CXC-SALDO TO AN-CLI-TOTAL
003730      MOVE CXC-FACTURA TO EST-DET-FACTURA
003740      MOVE CXC-PEDIDO TO EST-DET-PEDIDO
003750      MOVE CXC-FECHA-FACTURA TO EST-DET-FECHA
003760      MOVE CXC-FECHA-VENCE TO EST-DET-VENCE
003770      MOVE CXC-IMPORTE TO EST-DET-IMPORTE
003780      COMPUTE EST-DET-ABONOS = CXC-ABONOS + CXC-CREDITOS
003790      MOVE CXC-SALDO TO EST-DET-SALDO
003800      IF AN-DIAS-VENCIDOS > 0
003810          MOVE AN-DIAS-VENCIDOS TO EST-DET-DIAS
003820      ELSE
003830          MOVE 0 TO EST-DET-DIAS
003840      END-IF
003850      WRITE EST-LINEA FROM EST-DETALLE.
003860  2000-PROCESAR-PARTIDA-EXIT.
003870      EXIT.

003880*----------------------------------------------------------------*
003890* 2100-INICIAR-CLIENTE                                           *
003900*     Arranca el cliente de la partida en curso: pone en ceros   *
003910*     sus rangos, lo busca en el maestro y escribe el encabezado *
003920*     de su estado de cuenta.                                    *
003930*----------------------------------------------------------------*
003940  2100-INICIAR-CLIENTE.
003950      MOVE CXC-CLIENTE TO AN-CLIENTE-ACTUAL
003960      MOVE ZEROS TO AN-TABLA-CLIENTE
003970      MOVE 0 TO AN-CLI-TOTAL
003980      ADD 1 TO AN-CTL-CLIENTES
003990      MOVE CXC-CLIENTE TO CLI-CODIGO
004000      MOVE "N" TO AN-CLIENTE-HALLADO
004010      IF AN-CLIENTES-DISPONIBLE
004020          READ CLIENTES-FILE
004030              NOT INVALID KEY
004040                  MOVE "S" TO AN-CLIENTE-HALLADO
004050          END-READ
004060      END-IF
004070      IF NOT AN-CLIENTE-HALLADO-SI
004080          ADD 1 TO AN-CTL-SIN-MAESTRO
004090          MOVE CXC-CLIENTE TO CLI-CODIGO
004100          MOVE "(cliente sin maestro)" TO CLI-NOMBRE
004110          MOVE SPACES TO CLI-DIRECCION-1
004120          MOVE SPACES TO CLI-DIRECCION-2
004130          MOVE 0 TO CLI-DIAS-CREDITO
004140      END-IF
004150      WRITE EST-LINEA FROM EST-SEPARADOR
004160      WRITE EST-LINEA FROM EST-ENCABEZADO
004170      MOVE SPACES TO EST-LINEA
004180      WRITE EST-LINEA
004190      MOVE CLI-CODIGO TO EST-CLI-CODIGO
004200      MOVE CLI-NOMBRE TO EST-CLI-NOMBRE
004210      WRITE EST-LINEA FROM EST-CLIENTE
004220      MOVE CLI-DIRECCION-1 TO EST-DIR-TEXTO
004230      WRITE EST-LINEA FROM EST-DIRECCION
004240      MOVE CLI-DIRECCION-2 TO EST-DIR-TEXTO
004250      WRITE EST-LINEA FROM EST-DIRECCION
004260      MOVE CLI-DIAS-CREDITO TO EST-CRE-DIAS
004270      WRITE EST-LINEA FROM EST-CREDITO
004280      MOVE SPACES TO EST-LINEA
004290      WRITE EST-LINEA
004300      WRITE EST-LINEA FROM EST-TITULOS.
004310  2100-INICIAR-CLIENTE-EXIT.
004320      EXIT.

004330*----------------------------------------------------------------*
004340* 2200-CERRAR-CLIENTE                                            *
004350*     Cierra el cliente en curso (si lo hay): escribe sus        *
004360*     totales por rango al pie del estado de cuenta, su linea    *
004370*     del reporte de antiguedad y los suma al gran total.        *
004380*----------------------------------------------------------------*
004390  2200-CERRAR-CLIENTE.
004400      IF AN-CLIENTE-ACTUAL = SPACES
004410          GO TO 2200-CERRAR-CLIENTE-EXIT
004420      END-IF
004430      MOVE SPACES TO EST-LINEA
004440      WRITE EST-LINEA
004450      MOVE AN-CLIENTE-ACTUAL TO ANT-DET-CLIENTE
004460      MOVE 1 TO AN-CUBETA
004470      PERFORM 2210-CERRAR-CUBETA
004480          THRU 2210-CERRAR-CUBETA-EXIT
004490          UNTIL AN-CUBETA > 5
004500      MOVE "SALDO TOTAL:" TO EST-CIF-ETIQUETA
004510      MOVE AN-CLI-TOTAL TO EST-CIF-VALOR
004520      WRITE EST-LINEA FROM EST-CIFRA
004530      MOVE SPACES TO EST-LINEA
004540      WRITE EST-LINEA
004550      MOVE AN-CLI-TOTAL TO ANT-DET-TOTAL
004560      WRITE ANT-LINEA FROM ANT-DETALLE
004570      ADD AN-CLI-TOTAL TO AN-GEN-TOTAL
004580      MOVE SPACES TO AN-CLIENTE-ACTUAL.
004590  2200-CERRAR-CLIENTE-EXIT.
004600      EXIT.

004610*----------------------------------------------------------------*
004620* 2210-CERRAR-CUBETA                                             *
004630*     Una pasada de 2200: lleva un rango del cliente al estado   *
004640*     de cuenta, a la linea de antiguedad y al gran total.       *
004650*----------------------------------------------------------------*
004660  2210-CERRAR-CUBETA.
004670      MOVE AN-ETIQUETA (AN-CUBETA) TO EST-CIF-ETIQUETA
004680      MOVE AN-CLI-CUBETA (AN-CUBETA) TO EST-CIF-VALOR
004690      WRITE EST-LINEA FROM EST-CIFRA
004700      MOVE AN-CLI-CUBETA (AN-CUBETA) TO ANT-DET-CUBETA (AN-CUBETA)
004710      ADD AN-CLI-CUBETA (AN-CUBETA) TO AN-GEN-CUBETA (AN-CUBETA)
004720      ADD 1 TO AN-CUBETA.
004730  2210-CERRAR-CUBETA-EXIT.
004740      EXIT.

004750*----------------------------------------------------------------*
004760* 2300-CLASIFICAR-PARTIDA                                        *
004770*     Calcula los dias vencidos de la partida a la fecha de      *
004780*     corte y deja en AN-CUBETA el rango que le toca.            *
004790*----------------------------------------------------------------*
004800  2300-CLASIFICAR-PARTIDA.
004810      COMPUTE AN-DIAS-VENCIDOS =
004820          FUNCTION INTEGER-OF-DATE (AN-FECHA-CORTE)
004830          - FUNCTION INTEGER-OF-DATE (CXC-FECHA-VENCE)
004840      EVALUATE TRUE
004850          WHEN AN-DIAS-VENCIDOS NOT > 0
004860              MOVE 1 TO AN-CUBETA
004870          WHEN AN-DIAS-VENCIDOS NOT > 30
004880              MOVE 2 TO AN-CUBETA
004890          WHEN AN-DIAS-VENCIDOS NOT > 60
004900              MOVE 3 TO AN-CUBETA
004910          WHEN AN-DIAS-VENCIDOS NOT > 90
004920              MOVE 4 TO AN-CUBETA
004930          WHEN OTHER
004940              MOVE 5 TO AN-CUBETA
004950      END-EVALUATE.
004960  2300-CLASIFICAR-PARTIDA-EXIT.
004970      EXIT.

004980*----------------------------------------------------------------*
004990* 9000-FINALIZAR                                                 *
005000*     Escribe el gran total por rango al pie del reporte de      *
005010*     antiguedad, repite las cifras por consola y cierra.        *
005020*----------------------------------------------------------------*
005030  9000-FINALIZAR.
005040      IF AN-REPORTES-ABIERTOS
005050          MOVE SPACES TO ANT-LINEA
005060          WRITE ANT-LINEA
005070          MOVE 1 TO AN-CUBETA
005080          PERFORM 9100-TOTAL-CUBETA
005090              THRU 9100-TOTAL-CUBETA-EXIT
005100              UNTIL AN-CUBETA > 5
005110          MOVE "CARTERA TOTAL:" TO ANT-CIF-ETIQUETA
005120          MOVE AN-GEN-TOTAL TO ANT-CIF-VALOR
005130          WRITE ANT-LINEA FROM ANT-CIFRA
005140          MOVE "CLIENTES CON SALDO:" TO ANT-CIF-ETIQUETA
005150          MOVE AN-CTL-CLIENTES TO ANT-CIF-VALOR
005160          WRITE ANT-LINEA FROM ANT-CIFRA
005170          MOVE "FACTURAS ABIERTAS:" TO ANT-CIF-ETIQUETA
005180          MOVE AN-CTL-PARTIDAS-ABIERTAS TO ANT-CIF-VALOR
005190          WRITE ANT-LINEA FROM ANT-CIFRA
005200          CLOSE ANTIGUED-FILE
005210          CLOSE ESTCTA-FILE
005220      END-IF
005230      IF AN-CLIENTES-DISPONIBLE
005240          CLOSE CLIENTES-FILE
005250      END-IF
005260      IF AN-CARTERA-ABIERTA-SI
005270          CLOSE CARTERA-FILE
005280      END-IF
005290      MOVE AN-CTL-PARTIDAS-LEIDAS TO AN-CANT-EDIT
005300      DISPLAY "Partidas leidas:      " AN-CANT-EDIT
005310      MOVE AN-CTL-PARTIDAS-ABIERTAS TO AN-CANT-EDIT
005320      DISPLAY "Facturas abiertas:    " AN-CANT-EDIT
005330      MOVE AN-CTL-CLIENTES TO AN-CANT-EDIT
005340      DISPLAY "Clientes con saldo:   " AN-CANT-EDIT
005350      MOVE AN-CTL-SIN-MAESTRO TO AN-CANT-EDIT
005360      DISPLAY "Clientes sin maestro: " AN-CANT-EDIT
005370      MOVE AN-GEN-TOTAL TO AN-IMPORTE-EDIT
005380      DISPLAY "Cartera total: " AN-IMPORTE-EDIT.
005390  9000-FINALIZAR-EXIT.
005400      EXIT.

005410*----------------------------------------------------------------*
005420* 9100-TOTAL-CUBETA                                              *
005430*     Una pasada de 9000: escribe el gran total de un rango.     *
005440*----------------------------------------------------------------*
005450  9100-TOTAL-CUBETA.
005460      MOVE AN-ETIQUETA (AN-CUBETA) TO ANT-CIF-ETIQUETA
005470      MOVE AN-GEN-CUBETA (AN-CUBETA) TO ANT-CIF-VALOR
005480      WRITE ANT-LINEA FROM ANT-CIFRA
005490      ADD 1 TO AN-CUBETA.
005500  9100-TOTAL-CUBETA-EXIT.
005510      EXIT.

005520*----------------------------------------------------------------*
005530* 9800-REGISTRAR-CORRIDA                                         *
005540*     Agrega el registro de esta corrida al diario de control    *
005550*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
005560*     tarjeta de parametros, cifras de control y RETURN-CODE     *
005570*     final, para el reporte MATUTINO. Si el diario no se puede  *
005580*     abrir solo se avisa; el RETURN-CODE de la corrida no       *
005590*     cambia.                                                    *
005600*----------------------------------------------------------------*
005610  9800-REGISTRAR-CORRIDA.
005620      MOVE "ANTIGUEDAD" TO COR-PROGRAMA
005630      IF AN-CON-PARAMETROS
005640          MOVE "S" TO COR-TARJETA
005650          MOVE PRM-REGISTRO TO COR-PARAMETROS
005660      ELSE
005670          MOVE "N" TO COR-TARJETA
005680          MOVE SPACES TO COR-PARAMETROS
005690      END-IF
005700      MOVE "PARTIDAS" TO COR-CIFRA-NOMBRE (1)
005710      MOVE AN-CTL-PARTIDAS-LEIDAS TO COR-CIFRA-VALOR (1)
005720      MOVE "ABIERTAS" TO COR-CIFRA-NOMBRE (2)
005730      MOVE AN-CTL-PARTIDAS-ABIERTAS TO COR-CIFRA-VALOR (2)
005740      MOVE "CLIENTES" TO COR-CIFRA-NOMBRE (3)
005750      MOVE AN-CTL-CLIENTES TO COR-CIFRA-VALOR (3)
005760      MOVE "SIN MAESTRO" TO COR-CIFRA-NOMBRE (4)
005770      MOVE AN-CTL-SIN-MAESTRO TO COR-CIFRA-VALOR (4)
005780      MOVE RETURN-CODE TO COR-RETORNO
005790      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
005800      ACCEPT COR-HORA-FIN FROM TIME
005810      OPEN EXTEND CORRIDAS-FILE
005820      IF AN-ESTADO-CORRIDAS = "35"
005830          OPEN OUTPUT CORRIDAS-FILE
005840          CLOSE CORRIDAS-FILE
005850          OPEN EXTEND CORRIDAS-FILE
005860      END-IF
005870      IF AN-ESTADO-CORRIDAS NOT = "00"
005880          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
005890              AN-ESTADO-CORRIDAS
005900          GO TO 9800-REGISTRAR-CORRIDA-EXIT
005910      END-IF
005920      WRITE COR-SALIDA FROM COR-REGISTRO
005930      CLOSE CORRIDAS-FILE.
005940  9800-REGISTRAR-CORRIDA-EXIT.
005950      EXIT.
