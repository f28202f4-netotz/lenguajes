000370*                      un parametro invalido detiene la corrida  *
000380*                      con RETURN-CODE 8 y los parametros        *
000390*                      usados se anotan en el resumen.           *
000391*     2026-10-14 RCV  Al terminar, la corrida se registra en el  *
000392*                      diario de control de corridas             *
000393*                      (CORRIDAS-FILE, ver CORREC, 9800).        *
000400*----------------------------------------------------------------*
000410  ENVIRONMENT DIVISION.
000420  INPUT-OUTPUT SECTION.
000530      SELECT PARAMS-FILE ASSIGN TO "PARAMS"
000540          ORGANIZATION IS LINE SEQUENTIAL
000550          FILE STATUS IS BR-ESTADO-PARAMS.
000551      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000552          ORGANIZATION IS LINE SEQUENTIAL
000553          FILE STATUS IS BR-ESTADO-CORRIDAS.

000560  DATA DIVISION.
000570  FILE SECTION.
000650      RECORD CONTAINS 80 CHARACTERS.
000660  01  PRM-ENTRADA                PIC X(80).

000661  FD  CORRIDAS-FILE
000662      RECORD CONTAINS 220 CHARACTERS.
000663  01  COR-SALIDA                 PIC X(220).

000670  WORKING-STORAGE SECTION.
000680*----------------------------------------------------------------*
000690* TARJETA DE PARAMETROS (corrida desatendida, ver PARMREC).      *
000720  77  BR-ESTADO-PARAMS            PIC X(02) VALUE "00".
000730  77  BR-PARAMS-SW                PIC X(01) VALUE "N".
000740      88  BR-CON-PARAMETROS                 VALUE "S".
000741* Diario de control de corridas (9800, ver CORREC).
000742  77  BR-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
000743      COPY CORREC.
000750*----------------------------------------------------------------*
000760* INDICADORES, RANGO DE FECHAS Y CLASIFICACION DEL VEREDICTO.    *
000770*----------------------------------------------------------------*
001920*     escribe el resumen.                                        *
001930*================================================================*
001940  0000-MAINLINE.
001941      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
001942      ACCEPT COR-HORA-INICIO FROM TIME
001950      PERFORM 1000-INICIO
001960          THRU 1000-INICIO-EXIT
001970      PERFORM 2000-ACUMULAR-REGISTRO
001990          UNTIL BR-FIN-BITACORA-SI
002000      PERFORM 9000-FINALIZAR
002010          THRU 9000-FINALIZAR-EXIT
002011      PERFORM 9800-REGISTRAR-CORRIDA
002012          THRU 9800-REGISTRAR-CORRIDA-EXIT
002020      STOP RUN.

002030*----------------------------------------------------------------*
005970      WRITE RSM-LINEA FROM RSM-LADOS.
005980  9140-REPORTAR-LADOS-EXIT.
005990      EXIT.

006000*----------------------------------------------------------------*
006010* 9800-REGISTRAR-CORRIDA                                         *
006020*     Agrega el registro de esta corrida al diario de control    *
006030*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
006040*     tarjeta de parametros, cifras de control y RETURN-CODE     *
006050*     final, para el reporte MATUTINO. Si el diario no se puede  *
006060*     abrir solo se avisa; el RETURN-CODE de la corrida no       *
006070*     cambia.                                                    *
006080*----------------------------------------------------------------*
006090  9800-REGISTRAR-CORRIDA.
006100      MOVE "BITRESUMEN" TO COR-PROGRAMA
006110      IF BR-CON-PARAMETROS
006120          MOVE "S" TO COR-TARJETA
006130          MOVE PRM-REGISTRO TO COR-PARAMETROS
006140      ELSE
006150          MOVE "N" TO COR-TARJETA
006160          MOVE SPACES TO COR-PARAMETROS
006170      END-IF
006180      MOVE "PANELES" TO COR-CIFRA-NOMBRE (1)
006190      MOVE BR-PANELES TO COR-CIFRA-VALOR (1)
006200      MOVE "IRREGULARES" TO COR-CIFRA-NOMBRE (2)
006210      MOVE BR-IRREGULARES TO COR-CIFRA-VALOR (2)
006220      MOVE "DIAS" TO COR-CIFRA-NOMBRE (3)
006230      MOVE BR-TOTAL-DIAS TO COR-CIFRA-VALOR (3)
006240      MOVE SPACES TO COR-CIFRA-NOMBRE (4)
006250      MOVE 0 TO COR-CIFRA-VALOR (4)
006260      MOVE RETURN-CODE TO COR-RETORNO
006270      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
006280      ACCEPT COR-HORA-FIN FROM TIME
006290      OPEN EXTEND CORRIDAS-FILE
006300      IF BR-ESTADO-CORRIDAS = "35"
006310          OPEN OUTPUT CORRIDAS-FILE
006320          CLOSE CORRIDAS-FILE
006330          OPEN EXTEND CORRIDAS-FILE
006340      END-IF
006350      IF BR-ESTADO-CORRIDAS NOT = "00"
006360          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
006370              BR-ESTADO-CORRIDAS
006380          GO TO 9800-REGISTRAR-CORRIDA-EXIT
006390      END-IF
006400      WRITE COR-SALIDA FROM COR-REGISTRO
006410      CLOSE CORRIDAS-FILE.
006420  9800-REGISTRAR-CORRIDA-EXIT.
006430      EXIT.
