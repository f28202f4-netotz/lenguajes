000010*================================================================*
000020* NOTACRED.CBL                                                   *
000030*================================================================*
000040  IDENTIFICATION DIVISION.
000050  PROGRAM-ID. NOTACRED.
000060  AUTHOR. R. CASTRO VELAZQUEZ.
000070  INSTALLATION. TALLER DE CORTE - LINEA DE PANELES.
000080  DATE-WRITTEN. 2026-10-07.
000090  DATE-COMPILED.
000100*----------------------------------------------------------------*
000110* PROPOSITO.                                                     *
000120*     Corrida de notas de credito por devolucion. Recorre el     *
000130*     maestro de inventario (INVENTARIO-FILE, ver INVREC) en     *
000140*     orden de clave buscando los paneles devueltos (estatus R,  *
000150*     que pone TRANSPISO o la opcion 4 de INVENTARIO sobre un    *
000160*     panel embarcado, con su linea de auditoria). Por cada      *
000170*     panel devuelto que aun no se acredita, toma del registro   *
000180*     de facturacion (REGFAC-FILE, ver REGREC) la factura        *
000190*     original y los importes que se le facturaron, y los        *
000200*     revierte en una nota de credito foliada (NOTACTRL-FILE,    *
000210*     ver NCTLREC): una nota por factura original, con una       *
000220*     linea por panel. Cada nota sale dos veces:                 *
000230*       - NOTAS-FILE (ver NCRREC), para que CARTERA la aplique   *
000240*         contra el saldo de la factura (el archivo se           *
000245*         extiende corrida tras corrida);                        *
000250*       - NOTASDOC, el documento impreso para el cliente.        *
000260*     El panel queda marcado acreditado en el registro con el    *
000270*     numero de nota, con lo que FACTURACION ya no lo vuelve a   *
000280*     facturar y una segunda corrida de este programa no lo      *
000290*     vuelve a acreditar. Un panel devuelto que nunca se         *
000300*     facturo no genera nota: se anota acreditado en el          *
000310*     registro con folio y nota en cero, solo para bloquear su   *
000320*     facturacion.                                               *
000330*                                                                *
000340* HISTORIAL DE MODIFICACIONES.                                   *
000350*     2026-10-07 RCV  Version original.                          *
000351*     2026-10-15 RCV  NOTAS-FILE se extiende en vez de           *
000352*                      reemplazarse; la linea de la nota se      *
000353*                      escribe solo si el panel quedo marcado en *
000354*                      el registro; la corrida se registra en el *
000355*                      diario de corridas (CORRIDAS-FILE, 9800). *
000356*     2026-10-15 RCV  Se revisa la escritura de la linea de la   *
000357*                      nota (el panel vuelve a facturado); una   *
000358*                      nota sin paneles acreditados no gasta     *
000359*                      folio; un total no escrito da RC 8.       *
000360*----------------------------------------------------------------*
000370  ENVIRONMENT DIVISION.
000380  INPUT-OUTPUT SECTION.
000390  FILE-CONTROL.
000400      SELECT INVENTARIO-FILE ASSIGN TO "INVENTAR"
000410          ORGANIZATION IS INDEXED
000420          ACCESS MODE IS SEQUENTIAL
000430          RECORD KEY IS INV-CLAVE
000440          FILE STATUS IS NC-ESTADO-INVENTARIO.
000450      SELECT REGFAC-FILE ASSIGN TO "REGFACT"
000460          ORGANIZATION IS INDEXED
000470          ACCESS MODE IS RANDOM
000480          RECORD KEY IS REG-CLAVE
000490          FILE STATUS IS NC-ESTADO-REGISTRO.
000500      SELECT NOTACTRL-FILE ASSIGN TO "NOTACTRL"
000510          ORGANIZATION IS LINE SEQUENTIAL
000520          FILE STATUS IS NC-ESTADO-CONTROL.
000530      SELECT NOTAS-FILE ASSIGN TO "NOTASCRE"
000540          ORGANIZATION IS LINE SEQUENTIAL
000550          FILE STATUS IS NC-ESTADO-NOTAS.
000560      SELECT NOTASDOC-FILE ASSIGN TO "NOTASDOC"
000570          ORGANIZATION IS LINE SEQUENTIAL
000580          FILE STATUS IS NC-ESTADO-DOCUMENTO.
000581      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000582          ORGANIZATION IS LINE SEQUENTIAL
000583          FILE STATUS IS NC-ESTADO-CORRIDAS.

000590  DATA DIVISION.
000600  FILE SECTION.
000610  FD  INVENTARIO-FILE
000620      RECORD CONTAINS 307 CHARACTERS.
000630      COPY INVREC.

000640  FD  REGFAC-FILE
000650      RECORD CONTAINS 111 CHARACTERS.
000660      COPY REGREC.

000670  FD  NOTACTRL-FILE
000680      RECORD CONTAINS 08 CHARACTERS.
000690      COPY NCTLREC.

000700  FD  NOTAS-FILE
000710      RECORD CONTAINS 117 CHARACTERS.
000720      COPY NCRREC.

000730  FD  NOTASDOC-FILE
000740      RECORD CONTAINS 80 CHARACTERS.
000750  01  DOC-LINEA                  PIC X(80).

000751  FD  CORRIDAS-FILE
000752      RECORD CONTAINS 220 CHARACTERS.
000753  01  COR-SALIDA                 PIC X(220).

000760  WORKING-STORAGE SECTION.
000770*----------------------------------------------------------------*
000780* INDICADORES Y ESTADOS DE ARCHIVO.                              *
000790* Sin inventario no hay devoluciones que buscar, y sin registro  *
000800* de facturacion no hay ni importes que acreditar ni donde       *
000810* marcar el panel: en los dos casos la corrida no arranca        *
000820* (RETURN-CODE 8).                                               *
000830*----------------------------------------------------------------*
000840  77  NC-ESTADO-INVENTARIO        PIC X(02) VALUE "00".
000850  77  NC-ESTADO-REGISTRO          PIC X(02) VALUE "00".
000860  77  NC-ESTADO-CONTROL           PIC X(02) VALUE "00".
000870  77  NC-ESTADO-NOTAS             PIC X(02) VALUE "00".
000880  77  NC-ESTADO-DOCUMENTO         PIC X(02) VALUE "00".
000890  77  NC-FIN-PROCESO              PIC X(01) VALUE "N".
000900      88  NC-FIN-PROCESO-SI                 VALUE "S".
000910  77  NC-INVENTARIO-ABIERTO       PIC X(01) VALUE "N".
000920      88  NC-INVENTARIO-ABIERTO-SI          VALUE "S".
000930  77  NC-REGISTRO-ABIERTO         PIC X(01) VALUE "N".
000940      88  NC-REGISTRO-ABIERTO-SI            VALUE "S".
000950  77  NC-SALIDAS-ABIERTAS         PIC X(01) VALUE "N".
000960      88  NC-SALIDAS-ABIERTAS-SI            VALUE "S".
000961* Diario de control de corridas (9800, ver CORREC).
000962  77  NC-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
000963      COPY CORREC.

000970*----------------------------------------------------------------*
000980* FOLIADO Y NOTA EN CURSO.                                       *
000990* Una nota se abre con el primer panel de una factura original   *
001000* y se cierra al cambiar de factura o al final del inventario.   *
001010*----------------------------------------------------------------*
001020  77  NC-FECHA-HOY                PIC 9(08) VALUE 0.
001030  77  NC-ULTIMA-NOTA              PIC 9(08) VALUE 0.
001040  77  NC-NOTA-SW                  PIC X(01) VALUE "N".
001050      88  NC-NOTA-ABIERTA                   VALUE "S".
001060  77  NC-NOTA-ACTUAL              PIC 9(08) VALUE 0.
001070  77  NC-FACTURA-ACTUAL           PIC 9(08) VALUE 0.
001080  77  NC-PEDIDO-ACTUAL            PIC 9(08) VALUE 0.
001090  77  NC-CLIENTE-ACTUAL           PIC X(06) VALUE SPACES.
001100  77  NC-PANELES-NOTA             PIC 9(06) VALUE 0.
001110  77  NC-IMPORTE-NOTA             PIC 9(15)V9(02) VALUE 0.

001120*----------------------------------------------------------------*
001130* CIFRAS DE LA CORRIDA.                                          *
001140*----------------------------------------------------------------*
001150  77  NC-CTL-DEVUELTOS            PIC 9(06) VALUE 0.
001160  77  NC-CTL-ACREDITADOS          PIC 9(06) VALUE 0.
001170  77  NC-CTL-YA-ACREDITADOS       PIC 9(06) VALUE 0.
001180  77  NC-CTL-SIN-FACTURA          PIC 9(06) VALUE 0.
001190  77  NC-CTL-NOTAS                PIC 9(06) VALUE 0.
001200  77  NC-CTL-IMPORTE              PIC 9(15)V9(02) VALUE 0.
001210  77  NC-PEDIDO-EDIT              PIC Z(7)9.
001220  77  NC-LINEA-EDIT               PIC Z(3)9.
001230  77  NC-NOTA-EDIT                PIC Z(7)9.
001240  77  NC-CANT-EDIT                PIC Z(5)9.
001250  77  NC-IMPORTE-EDIT             PIC Z(14)9.99.

001260*----------------------------------------------------------------*
001270* LINEAS DEL DOCUMENTO DE NOTA DE CREDITO (NOTASDOC).            *
001280*----------------------------------------------------------------*
001290  01  DOC-SEPARADOR.
001300      05  FILLER                  PIC X(80) VALUE ALL "=".
001310  01  DOC-ENCABEZADO.
001320      05  FILLER                  PIC X(18) VALUE
001330          "NOTA DE CREDITO   ".
001340      05  DOC-ENC-NOTA            PIC 9(08).
001350      05  FILLER                  PIC X(10) VALUE "   FECHA  ".
001360      05  DOC-ENC-FECHA           PIC 9(08).
001370      05  FILLER                  PIC X(36) VALUE SPACES.
001380  01  DOC-REFERENCIA.
001390      05  FILLER                  PIC X(11) VALUE "  CLIENTE: ".
001400      05  DOC-REF-CLIENTE         PIC X(06).
001410      05  FILLER                  PIC X(21) VALUE
001420          "   FACTURA ORIGINAL: ".
001430      05  DOC-REF-FACTURA         PIC 9(08).
001440      05  FILLER                  PIC X(11) VALUE "   PEDIDO: ".
001450      05  DOC-REF-PEDIDO          PIC 9(08).
001460      05  FILLER                  PIC X(15) VALUE SPACES.
001470  01  DOC-TITULOS.
001480      05  FILLER                  PIC X(21) VALUE
001490          "  LINEA POLIGONO     ".
001500      05  FILLER                  PIC X(28) VALUE
001510          "  IMPORTE AREA IMPORTE CORTE".
001520      05  FILLER                  PIC X(28) VALUE
001530          " RECARGO IRREG   TOTAL LINEA".
001540      05  FILLER                  PIC X(03) VALUE SPACES.
001550  01  DOC-DETALLE.
001560      05  FILLER                  PIC X(02) VALUE SPACES.
001570      05  DOC-DET-LINEA           PIC 9(04).
001580      05  FILLER                  PIC X(01) VALUE SPACES.
001590      05  DOC-DET-POLIGONO        PIC X(14).
001600      05  DOC-DET-AREA            PIC Z(10)9.99.
001610      05  DOC-DET-CORTE           PIC Z(10)9.99.
001620      05  DOC-DET-RECARGO         PIC Z(10)9.99.
001630      05  DOC-DET-TOTAL           PIC Z(10)9.99.
001640      05  FILLER                  PIC X(03) VALUE SPACES.
001650  01  DOC-CIFRA.
001660      05  FILLER                  PIC X(02) VALUE SPACES.
001670      05  DOC-CIF-ETIQUETA        PIC X(26).
001680      05  DOC-CIF-VALOR           PIC Z(14)9.99.
001690      05  FILLER                  PIC X(34) VALUE SPACES.

001700  PROCEDURE DIVISION.
001710*================================================================*
001720* 0000-MAINLINE                                                  *
001730*     Abre archivos, recorre el inventario completo acreditando  *
001740*     los paneles devueltos y reporta las cifras.                *
001750*================================================================*
001760  0000-MAINLINE.
001761      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
001762      ACCEPT COR-HORA-INICIO FROM TIME
001770      PERFORM 1000-INICIO
001780          THRU 1000-INICIO-EXIT
001790      PERFORM 2000-PROCESAR-PANEL
001800          THRU 2000-PROCESAR-PANEL-EXIT
001810          UNTIL NC-FIN-PROCESO-SI
001820      PERFORM 9000-FINALIZAR
001830          THRU 9000-FINALIZAR-EXIT
001831      PERFORM 9800-REGISTRAR-CORRIDA
001832          THRU 9800-REGISTRAR-CORRIDA-EXIT
001840      STOP RUN.

001850*----------------------------------------------------------------*
001860* 1000-INICIO                                                    *
001870*     Abre el inventario, el registro de facturacion en          *
001880*     entrada-salida, lee el ultimo folio de nota y abre las     *
001890*     dos salidas. NOTAS-FILE se extiende: guarda las notas de   *
001893*     todas las corridas y CARTERA aplica solo las que aun no    *
001896*     ha aplicado (NOTAAPLI-FILE).                               *
001900*----------------------------------------------------------------*
001910  1000-INICIO.
001920      ACCEPT NC-FECHA-HOY FROM DATE YYYYMMDD
001930      OPEN INPUT INVENTARIO-FILE
001940      IF NC-ESTADO-INVENTARIO NOT = "00"
001950          DISPLAY "No se pudo abrir INVENTARIO-FILE, estado: "
001960              NC-ESTADO-INVENTARIO
001970          MOVE 8 TO RETURN-CODE
001980          SET NC-FIN-PROCESO-SI TO TRUE
001990          GO TO 1000-INICIO-EXIT
002000      END-IF
002010      SET NC-INVENTARIO-ABIERTO-SI TO TRUE
002020      OPEN I-O REGFAC-FILE
002030      IF NC-ESTADO-REGISTRO NOT = "00"
002040          DISPLAY "No se pudo abrir REGFAC-FILE, estado: "
002050              NC-ESTADO-REGISTRO
002060          DISPLAY "Sin registro de facturacion no se acredita "
002070              "nada."
002080          MOVE 8 TO RETURN-CODE
002090          SET NC-FIN-PROCESO-SI TO TRUE
002100          GO TO 1000-INICIO-EXIT
002110      END-IF
002120      SET NC-REGISTRO-ABIERTO-SI TO TRUE
002130      PERFORM 1100-LEER-CONTROL
002140          THRU 1100-LEER-CONTROL-EXIT
002150      OPEN EXTEND NOTAS-FILE
002151      IF NC-ESTADO-NOTAS = "35"
002152          OPEN OUTPUT NOTAS-FILE
002153          CLOSE NOTAS-FILE
002154          OPEN EXTEND NOTAS-FILE
002155      END-IF
002160      OPEN OUTPUT NOTASDOC-FILE
002170      IF NC-ESTADO-NOTAS NOT = "00"
002180              OR NC-ESTADO-DOCUMENTO NOT = "00"
002190          DISPLAY "No se pudieron abrir las salidas, estados: "
002200              NC-ESTADO-NOTAS " " NC-ESTADO-DOCUMENTO
002210          MOVE 8 TO RETURN-CODE
002220          SET NC-FIN-PROCESO-SI TO TRUE
002230          GO TO 1000-INICIO-EXIT
002240      END-IF
002250      SET NC-SALIDAS-ABIERTAS-SI TO TRUE.
002260  1000-INICIO-EXIT.
002270      EXIT.

002280*----------------------------------------------------------------*
002290* 1100-LEER-CONTROL                                              *
002300*     Lee el ultimo folio de nota de credito asignado. Si el     *
002310*     archivo no existe todavia, el folio arranca en cero y la   *
002320*     primera nota sale con el 1.                                *
002330*----------------------------------------------------------------*
002340  1100-LEER-CONTROL.
002350      MOVE 0 TO NC-ULTIMA-NOTA
002360      OPEN INPUT NOTACTRL-FILE
002370      IF NC-ESTADO-CONTROL = "00"
002380          READ NOTACTRL-FILE
002390              NOT AT END
002400                  MOVE NCTL-ULTIMA-NOTA TO NC-ULTIMA-NOTA
002410          END-READ
002420          CLOSE NOTACTRL-FILE
002430      END-IF.
002440  1100-LEER-CONTROL-EXIT.
002450      EXIT.

002460*----------------------------------------------------------------*
002470* 2000-PROCESAR-PANEL                                            *
002480*     Lee el siguiente panel del inventario. Solo interesan los  *
002490*     devueltos: se buscan en el registro de facturacion y se    *
002500*     acreditan (2200) si se facturaron y aun no se acreditan.   *
002510*     Un cambio de factura original cierra la nota en curso.     *
002511*     La nota se prepara con el siguiente folio, que solo se     *
002512*     toma si algun panel queda acreditado (2100).               *
002520*----------------------------------------------------------------*
002530  2000-PROCESAR-PANEL.
002540      READ INVENTARIO-FILE NEXT RECORD
002550          AT END
002560              SET NC-FIN-PROCESO-SI TO TRUE
002570              GO TO 2000-PROCESAR-PANEL-EXIT
002580      END-READ
002590      IF NOT INV-DEVUELTO
002600          GO TO 2000-PROCESAR-PANEL-EXIT
002610      END-IF
002620      ADD 1 TO NC-CTL-DEVUELTOS
002630      MOVE INV-PEDIDO TO REG-PEDIDO
002640      MOVE INV-LINEA TO REG-LINEA
002650      READ REGFAC-FILE
002660          INVALID KEY
002670              PERFORM 2300-BLOQUEAR-PANEL
002680                  THRU 2300-BLOQUEAR-PANEL-EXIT
002690              GO TO 2000-PROCESAR-PANEL-EXIT
002700      END-READ
002710      IF REG-ACREDITADO
002720          ADD 1 TO NC-CTL-YA-ACREDITADOS
002730          GO TO 2000-PROCESAR-PANEL-EXIT
002740      END-IF
002750      IF NC-NOTA-ABIERTA
002760              AND REG-FACTURA NOT = NC-FACTURA-ACTUAL
002770          PERFORM 3000-CERRAR-NOTA
002780              THRU 3000-CERRAR-NOTA-EXIT
002790      END-IF
002800      IF NOT NC-NOTA-ABIERTA
002810          COMPUTE NC-NOTA-ACTUAL = NC-ULTIMA-NOTA + 1
002811          MOVE REG-FACTURA TO NC-FACTURA-ACTUAL
002812          MOVE REG-PEDIDO TO NC-PEDIDO-ACTUAL
002813          MOVE REG-CLIENTE TO NC-CLIENTE-ACTUAL
002814          MOVE 0 TO NC-PANELES-NOTA
002815          MOVE 0 TO NC-IMPORTE-NOTA
002816          MOVE "S" TO NC-NOTA-SW
002830      END-IF
002840      PERFORM 2200-ACREDITAR-PANEL
002850          THRU 2200-ACREDITAR-PANEL-EXIT.
002860  2000-PROCESAR-PANEL-EXIT.
002870      EXIT.

002880*----------------------------------------------------------------*
002890* 2100-ABRIR-NOTA                                                *
002900*     Al quedar acreditado el primer panel de la nota, toma su   *
002905*     folio y escribe el encabezado del documento. Una nota sin  *
002910*     paneles acreditados no gasta folio ni se imprime.          *
002920*----------------------------------------------------------------*
002930  2100-ABRIR-NOTA.
002940      MOVE NC-NOTA-ACTUAL TO NC-ULTIMA-NOTA
003020      WRITE DOC-LINEA FROM DOC-SEPARADOR
003030      MOVE NC-NOTA-ACTUAL TO DOC-ENC-NOTA
003040      MOVE NC-FECHA-HOY TO DOC-ENC-FECHA
003050      WRITE DOC-LINEA FROM DOC-ENCABEZADO
003060      MOVE NC-CLIENTE-ACTUAL TO DOC-REF-CLIENTE
003070      MOVE NC-FACTURA-ACTUAL TO DOC-REF-FACTURA
003080      MOVE NC-PEDIDO-ACTUAL TO DOC-REF-PEDIDO
003090      WRITE DOC-LINEA FROM DOC-REFERENCIA
003100      MOVE SPACES TO DOC-LINEA
003110      WRITE DOC-LINEA
003120      WRITE DOC-LINEA FROM DOC-TITULOS.
003130  2100-ABRIR-NOTA-EXIT.
003140      EXIT.

003150*----------------------------------------------------------------*
003160* 2200-ACREDITAR-PANEL                                           *
003170*     Marca el panel acreditado en el registro con el numero de  *
003180*     nota y solo entonces escribe la linea de la nota con los   *
003185*     importes que se le facturaron y la imprime en el           *
003190*     documento. Si el registro no se pudo regrabar, el panel no *
003191*     entra en la nota (RETURN-CODE 8) y la siguiente corrida lo *
003192*     vuelve a tomar. Si la linea no se pudo escribir, el panel  *
003193*     se regresa a facturado para el mismo fin (RETURN-CODE 8).  *
003194*     El primer panel acreditado abre la nota (2100).            *
003200*----------------------------------------------------------------*
003210  2200-ACREDITAR-PANEL.
003220      MOVE SPACES TO NCR-LINEA-REGISTRO
003230      MOVE "L" TO NCR-TIPO
003240      MOVE NC-NOTA-ACTUAL TO NCR-NOTA
003250      MOVE REG-FACTURA TO NCR-FACTURA
003260      MOVE REG-PEDIDO TO NCR-PEDIDO
003270      MOVE REG-CLIENTE TO NCR-CLIENTE
003280      MOVE REG-LINEA TO NCR-LINEA
003290      MOVE INV-POLIGONO TO NCR-POLIGONO
003300      MOVE REG-IMPORTE-AREA TO NCR-IMPORTE-AREA
003310      MOVE REG-IMPORTE-CORTE TO NCR-IMPORTE-CORTE
003320      MOVE REG-RECARGO-IRREG TO NCR-RECARGO-IRREG
003330      MOVE REG-IMPORTE-LINEA TO NCR-IMPORTE-LINEA
003340      MOVE NC-FECHA-HOY TO NCR-FECHA
003350      SET REG-ACREDITADO TO TRUE
003360      MOVE NC-NOTA-ACTUAL TO REG-NOTA-CREDITO
003370      REWRITE REG-REGISTRO
003380      IF NC-ESTADO-REGISTRO NOT = "00"
003390          MOVE NCR-PEDIDO TO NC-PEDIDO-EDIT
003400          MOVE NCR-LINEA TO NC-LINEA-EDIT
003410          DISPLAY "No se pudo marcar acreditado el panel "
003420              NC-PEDIDO-EDIT "/" NC-LINEA-EDIT
003430              ", estado: " NC-ESTADO-REGISTRO
003440          MOVE 8 TO RETURN-CODE
003450          GO TO 2200-ACREDITAR-PANEL-EXIT
003460      END-IF
003470      WRITE NCR-LINEA-REGISTRO
003471      IF NC-ESTADO-NOTAS NOT = "00"
003472          MOVE NCR-PEDIDO TO NC-PEDIDO-EDIT
003473          MOVE NCR-LINEA TO NC-LINEA-EDIT
003474          DISPLAY "No se pudo escribir la nota del panel "
003475              NC-PEDIDO-EDIT "/" NC-LINEA-EDIT
003476              ", estado: " NC-ESTADO-NOTAS
003477          SET REG-FACTURADO TO TRUE
003478          MOVE 0 TO REG-NOTA-CREDITO
003479          REWRITE REG-REGISTRO
003480          IF NC-ESTADO-REGISTRO NOT = "00"
003481              DISPLAY "El panel quedo acreditado sin nota; "
003482                  "corregir el registro, estado: "
003483                  NC-ESTADO-REGISTRO
003484          END-IF
003485          MOVE 8 TO RETURN-CODE
003486          GO TO 2200-ACREDITAR-PANEL-EXIT
003487      END-IF
003488      IF NC-PANELES-NOTA = 0
003489          PERFORM 2100-ABRIR-NOTA
003490              THRU 2100-ABRIR-NOTA-EXIT
003491      END-IF
003492      MOVE NCR-LINEA TO DOC-DET-LINEA
003493      MOVE NCR-POLIGONO TO DOC-DET-POLIGONO
003494      MOVE NCR-IMPORTE-AREA TO DOC-DET-AREA
003495      MOVE NCR-IMPORTE-CORTE TO DOC-DET-CORTE
003496      MOVE NCR-RECARGO-IRREG TO DOC-DET-RECARGO
003497      MOVE NCR-IMPORTE-LINEA TO DOC-DET-TOTAL
003498      WRITE DOC-LINEA FROM DOC-DETALLE
003499      ADD 1 TO NC-PANELES-NOTA
003500      ADD NCR-IMPORTE-LINEA TO NC-IMPORTE-NOTA
003501      ADD 1 TO NC-CTL-ACREDITADOS.
003570  2200-ACREDITAR-PANEL-EXIT.
003580      EXIT.

003590*----------------------------------------------------------------*
003600* 2300-BLOQUEAR-PANEL                                            *
003610*     Panel devuelto que nunca se facturo: no hay nada que       *
003620*     acreditar, pero se anota en el registro como acreditado    *
003630*     (folio y nota en cero) para que FACTURACION no lo facture  *
003640*     despues.                                                   *
003650*----------------------------------------------------------------*
003660  2300-BLOQUEAR-PANEL.
003670      ADD 1 TO NC-CTL-SIN-FACTURA
003680      MOVE INV-PEDIDO TO NC-PEDIDO-EDIT
003690      MOVE INV-LINEA TO NC-LINEA-EDIT
003700      DISPLAY "Panel devuelto sin facturar " NC-PEDIDO-EDIT
003710          "/" NC-LINEA-EDIT ": se bloquea su facturacion"
003720      MOVE INV-PEDIDO TO REG-PEDIDO
003730      MOVE INV-LINEA TO REG-LINEA
003740      MOVE 0 TO REG-FACTURA
003750      MOVE INV-CLIENTE TO REG-CLIENTE
003760      MOVE NC-FECHA-HOY TO REG-FECHA
003770      ACCEPT REG-HORA FROM TIME
003780      SET REG-ACREDITADO TO TRUE
003790      MOVE 0 TO REG-NOTA-CREDITO
003800      MOVE 0 TO REG-IMPORTE-AREA
003810      MOVE 0 TO REG-IMPORTE-CORTE
003820      MOVE 0 TO REG-RECARGO-IRREG
003830      MOVE 0 TO REG-IMPORTE-LINEA
003840      WRITE REG-REGISTRO
003850      IF NC-ESTADO-REGISTRO NOT = "00"
003860          DISPLAY "No se pudo anotar el panel en el registro, "
003870              "estado: " NC-ESTADO-REGISTRO
003880          MOVE 8 TO RETURN-CODE
003890      END-IF.
003900  2300-BLOQUEAR-PANEL-EXIT.
003910      EXIT.

003920*----------------------------------------------------------------*
003930* 3000-CERRAR-NOTA                                               *
003940*     Escribe la linea de total de la nota en curso, su pie en   *
003950*     el documento y la reporta por consola. Si ningun panel     *
003955*     quedo acreditado no hay nota: no se escribe nada y el      *
003957*     folio no se gasta (2100 no llego a tomarlo).               *
003958*     Si la linea de total no se pudo escribir, CARTERA nunca    *
003959*     acreditara la nota: se avisa y RETURN-CODE 8.              *
003960*----------------------------------------------------------------*
003970  3000-CERRAR-NOTA.
003971      IF NC-PANELES-NOTA = 0
003972          DISPLAY "Ningun panel de la factura " NC-FACTURA-ACTUAL
003973              " quedo acreditado; no se emite nota."
003974          MOVE "N" TO NC-NOTA-SW
003975          GO TO 3000-CERRAR-NOTA-EXIT
003976      END-IF
003980      MOVE SPACES TO NCR-LINEA-REGISTRO
003990      MOVE "T" TO NCR-TIPO
004000      MOVE NC-NOTA-ACTUAL TO NCR-TOT-NOTA
004010      MOVE NC-FACTURA-ACTUAL TO NCR-TOT-FACTURA
004020      MOVE NC-PEDIDO-ACTUAL TO NCR-TOT-PEDIDO
004030      MOVE NC-CLIENTE-ACTUAL TO NCR-TOT-CLIENTE
004040      MOVE NC-PANELES-NOTA TO NCR-TOT-PANELES
004050      MOVE NC-IMPORTE-NOTA TO NCR-TOT-IMPORTE
004060      MOVE NC-FECHA-HOY TO NCR-TOT-FECHA
004070      WRITE NCR-LINEA-REGISTRO
004071      IF NC-ESTADO-NOTAS NOT = "00"
004072          DISPLAY "No se escribio el total de la nota "
004073              NC-NOTA-ACTUAL " (factura " NC-FACTURA-ACTUAL
004074              "), estado: " NC-ESTADO-NOTAS
004075              "; la cartera no recibe el credito."
004076          MOVE 8 TO RETURN-CODE
004077          MOVE "N" TO NC-NOTA-SW
004078          GO TO 3000-CERRAR-NOTA-EXIT
004079      END-IF
004080      MOVE SPACES TO DOC-LINEA
004090      WRITE DOC-LINEA
004100      MOVE "PANELES ACREDITADOS:" TO DOC-CIF-ETIQUETA
004110      MOVE NC-PANELES-NOTA TO DOC-CIF-VALOR
004120      WRITE DOC-LINEA FROM DOC-CIFRA
004130      MOVE "TOTAL DE LA NOTA:" TO DOC-CIF-ETIQUETA
004140      MOVE NC-IMPORTE-NOTA TO DOC-CIF-VALOR
004150      WRITE DOC-LINEA FROM DOC-CIFRA
004160      MOVE SPACES TO DOC-LINEA
004170      WRITE DOC-LINEA
004180      ADD 1 TO NC-CTL-NOTAS
004190      ADD NC-IMPORTE-NOTA TO NC-CTL-IMPORTE
004200      MOVE NC-NOTA-ACTUAL TO NC-NOTA-EDIT
004210      MOVE NC-PANELES-NOTA TO NC-CANT-EDIT
004220      MOVE NC-IMPORTE-NOTA TO NC-IMPORTE-EDIT
004230      DISPLAY "Nota de credito " NC-NOTA-EDIT ": " NC-CANT-EDIT
004240          " paneles, importe " NC-IMPORTE-EDIT
004250      MOVE "N" TO NC-NOTA-SW.
004260  3000-CERRAR-NOTA-EXIT.
004270      EXIT.

004280*----------------------------------------------------------------*
004290* 9000-FINALIZAR                                                 *
004300*     Cierra la nota pendiente, cierra archivos, guarda el       *
004310*     ultimo folio de nota y reporta las cifras de la corrida.   *
004320*----------------------------------------------------------------*
004330  9000-FINALIZAR.
004340      IF NC-NOTA-ABIERTA
004350          PERFORM 3000-CERRAR-NOTA
004360              THRU 3000-CERRAR-NOTA-EXIT
004370      END-IF
004380      IF NC-SALIDAS-ABIERTAS-SI
004390          CLOSE NOTAS-FILE
004400          CLOSE NOTASDOC-FILE
004410      END-IF
004420      IF NC-INVENTARIO-ABIERTO-SI
004430          CLOSE INVENTARIO-FILE
004440      END-IF
004450      IF NC-REGISTRO-ABIERTO-SI
004460          CLOSE REGFAC-FILE
004470          PERFORM 9100-GRABAR-CONTROL
004480              THRU 9100-GRABAR-CONTROL-EXIT
004490      END-IF
004500      MOVE NC-CTL-DEVUELTOS TO NC-CANT-EDIT
004510      DISPLAY "Paneles devueltos en inventario: " NC-CANT-EDIT
004520      MOVE NC-CTL-ACREDITADOS TO NC-CANT-EDIT
004530      DISPLAY "Paneles acreditados:             " NC-CANT-EDIT
004540      MOVE NC-CTL-YA-ACREDITADOS TO NC-CANT-EDIT
004550      DISPLAY "Paneles ya acreditados antes:    " NC-CANT-EDIT
004560      MOVE NC-CTL-SIN-FACTURA TO NC-CANT-EDIT
004570      DISPLAY "Devueltos sin facturar:          " NC-CANT-EDIT
004580      MOVE NC-CTL-NOTAS TO NC-CANT-EDIT
004590      DISPLAY "Notas de credito emitidas:       " NC-CANT-EDIT
004600      MOVE NC-CTL-IMPORTE TO NC-IMPORTE-EDIT
004610      DISPLAY "Importe acreditado: " NC-IMPORTE-EDIT
004620      MOVE NC-ULTIMA-NOTA TO NC-NOTA-EDIT
004630      DISPLAY "Ultimo folio de nota de credito: " NC-NOTA-EDIT.
004640  9000-FINALIZAR-EXIT.
004650      EXIT.

004660*----------------------------------------------------------------*
004670* 9100-GRABAR-CONTROL                                            *
004680*     Reescribe NOTACTRL-FILE con el ultimo folio de nota        *
004690*     asignado, para que la siguiente corrida continue el        *
004700*     foliado donde esta lo dejo.                                *
004710*----------------------------------------------------------------*
004720  9100-GRABAR-CONTROL.
004730      MOVE NC-ULTIMA-NOTA TO NCTL-ULTIMA-NOTA
004740      OPEN OUTPUT NOTACTRL-FILE
004750      IF NC-ESTADO-CONTROL = "00"
004760          WRITE NCTL-REGISTRO
004770          CLOSE NOTACTRL-FILE
004780      ELSE
004790          DISPLAY "No se pudo abrir NOTACTRL-FILE, estado: "
004800              NC-ESTADO-CONTROL
004810      END-IF.
004820  9100-GRABAR-CONTROL-EXIT.
004830      EXIT.

004840*----------------------------------------------------------------*
004850* 9800-REGISTRAR-CORRIDA                                         *
004860*     Agrega el registro de esta corrida al diario de control    *
004870*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
004880*     cifras de control y RETURN-CODE final, para el reporte     *
004890*     MATUTINO. La corrida no usa tarjeta de parametros. Si el   *
004900*     diario no se puede abrir solo se avisa; el RETURN-CODE de  *
004910*     la corrida no cambia.                                      *
004920*----------------------------------------------------------------*
004930  9800-REGISTRAR-CORRIDA.
004940      MOVE "NOTACRED" TO COR-PROGRAMA
004950      MOVE "N" TO COR-TARJETA
004960      MOVE SPACES TO COR-PARAMETROS
004970      MOVE "DEVUELTOS" TO COR-CIFRA-NOMBRE (1)
004980      MOVE NC-CTL-DEVUELTOS TO COR-CIFRA-VALOR (1)
004990      MOVE "ACREDITADOS" TO COR-CIFRA-NOMBRE (2)
005000      MOVE NC-CTL-ACREDITADOS TO COR-CIFRA-VALOR (2)
005010      MOVE "NOTAS" TO COR-CIFRA-NOMBRE (3)
005020      MOVE NC-CTL-NOTAS TO COR-CIFRA-VALOR (3)
005030      MOVE "SIN FACTURA" TO COR-CIFRA-NOMBRE (4)
005040      MOVE NC-CTL-SIN-FACTURA TO COR-CIFRA-VALOR (4)
005050      MOVE RETURN-CODE TO COR-RETORNO
005060      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
005070      ACCEPT COR-HORA-FIN FROM TIME
005080      OPEN EXTEND CORRIDAS-FILE
005090      IF NC-ESTADO-CORRIDAS = "35"
005100          OPEN OUTPUT CORRIDAS-FILE
005110          CLOSE CORRIDAS-FILE
005120          OPEN EXTEND CORRIDAS-FILE
005130      END-IF
005140      IF NC-ESTADO-CORRIDAS NOT = "00"
005150          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
005160              NC-ESTADO-CORRIDAS
005170          GO TO 9800-REGISTRAR-CORRIDA-EXIT
005180      END-IF
005190      WRITE COR-SALIDA FROM COR-REGISTRO
005200      CLOSE CORRIDAS-FILE.
005210  9800-REGISTRAR-CORRIDA-EXIT.
005220      EXIT.
