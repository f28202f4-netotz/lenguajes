000230*     panel, y reporta por pedido el requerimiento de material:  *
000240*     laminas requeridas, costo, area de paneles contra area de  *
000250*     lamina y porcentaje esperado de desperdicio (RENDIM-FILE). *
000252*     El requerimiento queda ademas en REQLAM-FILE (ver RQLREC), *
000254*     de donde TRANSPISO saca la lamina de las existencias al    *
000256*     cortar y REORDEN lo compara contra el rack.                *
000260*                                                                *
000270* HISTORIAL DE MODIFICACIONES.                                   *
000280*     2026-08-21 RCV  Version original.                          *
000390*                      invalido detiene la corrida con           *
000400*                      RETURN-CODE 8 y los parametros usados se  *
000410*                      anotan en el reporte.                     *
000412*     2026-10-08 RCV  Existencias de lamina: la lamina elegida   *
000414*                      y las laminas requeridas del pedido se    *
000416*                      graban en REQLAM-FILE (9200).             *
000417*     2026-10-14 RCV  Al terminar, la corrida se registra en el  *
000418*                      diario de control de corridas             *
000419*                      (CORRIDAS-FILE, ver CORREC, 9800).        *
000420*----------------------------------------------------------------*
000430  ENVIRONMENT DIVISION.
000440  INPUT-OUTPUT SECTION.
000540      SELECT RENDIM-FILE ASSIGN TO "RENDIM"
000550          ORGANIZATION IS LINE SEQUENTIAL
000560          FILE STATUS IS RD-ESTADO-RENDIM.
000561      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000562          ORGANIZATION IS LINE SEQUENTIAL
000563          FILE STATUS IS RD-ESTADO-CORRIDAS.
000570      SELECT PARAMS-FILE ASSIGN TO "PARAMS"
000580          ORGANIZATION IS LINE SEQUENTIAL
000590          FILE STATUS IS RD-ESTADO-PARAMS.
000592      SELECT REQLAM-FILE ASSIGN TO "REQLAM"
000594          ORGANIZATION IS INDEXED
000596          ACCESS MODE IS RANDOM
000597          RECORD KEY IS RQL-PEDIDO
000598          FILE STATUS IS RD-ESTADO-REQLAM.

000600  DATA DIVISION.
000610  FILE SECTION.
000720      RECORD CONTAINS 80 CHARACTERS.
000730  01  PRM-ENTRADA                PIC X(80).

000732  FD  REQLAM-FILE
000734      RECORD CONTAINS 60 CHARACTERS.
000736      COPY RQLREC.

000737  FD  CORRIDAS-FILE
000738      RECORD CONTAINS 220 CHARACTERS.
000739  01  COR-SALIDA                 PIC X(220).

000740  WORKING-STORAGE SECTION.
000750*----------------------------------------------------------------*
000760* TARJETA DE PARAMETROS (corrida desatendida, ver PARMREC).      *
000790  77  RD-ESTADO-PARAMS            PIC X(02) VALUE "00".
000800  77  RD-PARAMS-SW                PIC X(01) VALUE "N".
000810      88  RD-CON-PARAMETROS                 VALUE "S".
000811* Diario de control de corridas (9800, ver CORREC).
000812  77  RD-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
000813      COPY CORREC.
000820*----------------------------------------------------------------*
000830* INDICADORES Y ESTADOS DE ARCHIVO.                              *
000840*----------------------------------------------------------------*
000850  77  RD-ESTADO-INVENTARIO        PIC X(02) VALUE "00".
000860  77  RD-ESTADO-LAMINAS           PIC X(02) VALUE "00".
000870  77  RD-ESTADO-RENDIM            PIC X(02) VALUE "00".
000875  77  RD-ESTADO-REQLAM            PIC X(02) VALUE "00".
000876  77  RD-REQ-EXISTE               PIC X(01) VALUE "N".
000877      88  RD-REQ-YA-GRABADO                 VALUE "S".
000880  77  RD-FIN-PROCESO              PIC X(01) VALUE "N".
000890      88  RD-FIN-PROCESO-SI                 VALUE "S".
000900  77  RD-INVENTARIO-ABIERTO       PIC X(01) VALUE "N".
001900*     reporte de requerimiento de material del pedido.           *
001910*================================================================*
001920  0000-MAINLINE.
001921      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
001922      ACCEPT COR-HORA-INICIO FROM TIME
001930      PERFORM 1000-INICIO
001940          THRU 1000-INICIO-EXIT
001950      PERFORM 2000-PROCESAR-PANEL
001970          UNTIL RD-FIN-PROCESO-SI
001980      PERFORM 9000-FINALIZAR
001990          THRU 9000-FINALIZAR-EXIT
001991      PERFORM 9800-REGISTRAR-CORRIDA
001992          THRU 9800-REGISTRAR-CORRIDA-EXIT
002000      STOP RUN.

002010*----------------------------------------------------------------*
005180* 9000-FINALIZAR                                                 *
005190*     Calcula laminas requeridas (fracciones acumuladas          *
005200*     redondeadas hacia arriba), costo y desperdicio esperado,   *
005210*     escribe el reporte del pedido en RENDIM-FILE y graba el    *
005215*     requerimiento en REQLAM-FILE.                              *
005220*----------------------------------------------------------------*
005230  9000-FINALIZAR.
005240      IF RD-INVENTARIO-ABIERTO-SI
005490          MOVE 0 TO RD-DESPERDICIO
005500      END-IF
005510      PERFORM 9100-EMITIR-REPORTE
005520          THRU 9100-EMITIR-REPORTE-EXIT
005522      IF RD-PANELES > 0
005524          PERFORM 9200-GRABAR-REQUERIMIENTO
005526              THRU 9200-GRABAR-REQUERIMIENTO-EXIT
005528      END-IF.
005530  9000-FINALIZAR-EXIT.
005540      EXIT.

006220      WRITE RND-LINEA FROM RND-FORMA.
006230  9110-REPORTAR-FORMA-EXIT.
006240      EXIT.

006250*----------------------------------------------------------------*
006260* 9200-GRABAR-REQUERIMIENTO                                      *
006270*     Da de alta o reemplaza en REQLAM-FILE el requerimiento     *
006280*     del pedido: lamina elegida, paneles estimados y laminas    *
006290*     requeridas, con la cuenta de cortes y laminas consumidas   *
006300*     en cero (la estimacion solo cubre paneles sin cortar). El  *
006310*     archivo se crea vacio la primera vez. Sin REQLAM-FILE el   *
006320*     reporte ya salio; solo se avisa que el corte no podra      *
006330*     descontar lamina para el pedido.                           *
006340*----------------------------------------------------------------*
006350  9200-GRABAR-REQUERIMIENTO.
006360      OPEN I-O REQLAM-FILE
006370      IF RD-ESTADO-REQLAM = "35"
006380          OPEN OUTPUT REQLAM-FILE
006390          CLOSE REQLAM-FILE
006400          OPEN I-O REQLAM-FILE
006410      END-IF
006420      IF RD-ESTADO-REQLAM NOT = "00"
006430          DISPLAY "No se pudo abrir REQLAM-FILE, estado: "
006440              RD-ESTADO-REQLAM
006450          DISPLAY "El requerimiento del pedido no se grabo."
006460          GO TO 9200-GRABAR-REQUERIMIENTO-EXIT
006470      END-IF
006480      MOVE RD-PEDIDO TO RQL-PEDIDO
006490      READ REQLAM-FILE
006500          INVALID KEY
006510              MOVE "N" TO RD-REQ-EXISTE
006520          NOT INVALID KEY
006530              MOVE "S" TO RD-REQ-EXISTE
006540      END-READ
006550      MOVE SPACES TO RQL-REGISTRO
006560      MOVE RD-PEDIDO TO RQL-PEDIDO
006570      MOVE RD-LAM-CODIGO TO RQL-LAMINA
006580      ACCEPT RQL-FECHA FROM DATE YYYYMMDD
006590      MOVE RD-PANELES TO RQL-PANELES
006600      MOVE RD-LAMINAS-REQ TO RQL-LAMINAS-REQ
006610      MOVE 0 TO RQL-CORTADOS
006620      MOVE 0 TO RQL-CONSUMIDAS
006630      IF RD-REQ-YA-GRABADO
006640          REWRITE RQL-REGISTRO
006650      ELSE
006660          WRITE RQL-REGISTRO
006670      END-IF
006680      IF RD-ESTADO-REQLAM NOT = "00"
006690          DISPLAY "No se pudo grabar el requerimiento, estado: "
006700              RD-ESTADO-REQLAM
006710      END-IF
006720      CLOSE REQLAM-FILE.
006730  9200-GRABAR-REQUERIMIENTO-EXIT.
006740      EXIT.

006750*----------------------------------------------------------------*
006760* 9800-REGISTRAR-CORRIDA                                         *
006770*     Agrega el registro de esta corrida al diario de control    *
006780*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
006790*     tarjeta de parametros, cifras de control y RETURN-CODE     *
006800*     final, para el reporte MATUTINO. Si el diario no se puede  *
006810*     abrir solo se avisa; el RETURN-CODE de la corrida no       *
006820*     cambia.                                                    *
006830*----------------------------------------------------------------*
006840  9800-REGISTRAR-CORRIDA.
006850      MOVE "RENDIMIENTO" TO COR-PROGRAMA
006860      IF RD-CON-PARAMETROS
006870          MOVE "S" TO COR-TARJETA
006880          MOVE PRM-REGISTRO TO COR-PARAMETROS
006890      ELSE
006900          MOVE "N" TO COR-TARJETA
006910          MOVE SPACES TO COR-PARAMETROS
006920      END-IF
006930      MOVE "PANELES" TO COR-CIFRA-NOMBRE (1)
006940      MOVE RD-PANELES TO COR-CIFRA-VALOR (1)
006950      MOVE "LAMINAS REQ" TO COR-CIFRA-NOMBRE (2)
006960      MOVE RD-LAMINAS-REQ TO COR-CIFRA-VALOR (2)
006970      MOVE "NO CABEN" TO COR-CIFRA-NOMBRE (3)
006980      MOVE RD-NO-CABEN TO COR-CIFRA-VALOR (3)
006990      MOVE SPACES TO COR-CIFRA-NOMBRE (4)
007000      MOVE 0 TO COR-CIFRA-VALOR (4)
007010      MOVE RETURN-CODE TO COR-RETORNO
007020      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
007030      ACCEPT COR-HORA-FIN FROM TIME
007040      OPEN EXTEND CORRIDAS-FILE
007050      IF RD-ESTADO-CORRIDAS = "35"
007060          OPEN OUTPUT CORRIDAS-FILE
007070          CLOSE CORRIDAS-FILE
007080          OPEN EXTEND CORRIDAS-FILE
007090      END-IF
007100      IF RD-ESTADO-CORRIDAS NOT = "00"
007110          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
007120              RD-ESTADO-CORRIDAS
007130          GO TO 9800-REGISTRAR-CORRIDA-EXIT
007140      END-IF
007150      WRITE COR-SALIDA FROM COR-REGISTRO
007160      CLOSE CORRIDAS-FILE.
007170  9800-REGISTRAR-CORRIDA-EXIT.
007180      EXIT.
