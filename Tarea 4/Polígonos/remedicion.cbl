000310*                                                                *
000320* HISTORIAL DE MODIFICACIONES.                                   *
000330*     2026-09-02 RCV  Version original.                          *
000331*     2026-10-14 RCV  Al terminar, la corrida se registra en el  *
000332*                      diario de control de corridas             *
000333*                      (CORRIDAS-FILE, ver CORREC, 9800).        *
000340*----------------------------------------------------------------*
000350  ENVIRONMENT DIVISION.
000360  INPUT-OUTPUT SECTION.
000430          ACCESS MODE IS RANDOM
000440          RECORD KEY IS INV-CLAVE
000450          FILE STATUS IS RM-ESTADO-INVENTARIO.
000451      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000452          ORGANIZATION IS LINE SEQUENTIAL
000453          FILE STATUS IS RM-ESTADO-CORRIDAS.

000460  DATA DIVISION.
000470  FILE SECTION.
000520      RECORD CONTAINS 307 CHARACTERS.
000530      COPY INVREC.

000531  FD  CORRIDAS-FILE
000532      RECORD CONTAINS 220 CHARACTERS.
000533  01  COR-SALIDA                 PIC X(220).

000540  WORKING-STORAGE SECTION.
000550      COPY PGCONST.

000760      88  RM-REGISTRO-VALIDO                VALUE "S".
000770  77  RM-CANT-EDIT                PIC Z(5)9.
000780  77  RM-PEDIDO-EDIT              PIC Z(7)9.
000781* Diario de control de corridas (9800, ver CORREC).
000782  77  RM-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
000783      COPY CORREC.

000790*----------------------------------------------------------------*
000800* CALCULO POR VERTICES, con la misma aritmetica que              *
001040*     reporta las cifras.                                       *
001050*================================================================*
001060  0000-MAINLINE.
001061      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
001062      ACCEPT COR-HORA-INICIO FROM TIME
001070      PERFORM 1000-INICIO
001080          THRU 1000-INICIO-EXIT
001090      PERFORM 2000-PROCESAR-RESULTADO
001110          UNTIL RM-FIN-PROCESO-SI
001120      PERFORM 9000-FINALIZAR
001130          THRU 9000-FINALIZAR-EXIT
001131      PERFORM 9800-REGISTRAR-CORRIDA
001132          THRU 9800-REGISTRAR-CORRIDA-EXIT
001140      STOP RUN.

001150*----------------------------------------------------------------*
003650      DISPLAY "Resultados rechazados: " RM-CANT-EDIT.
003660  9000-FINALIZAR-EXIT.
003670      EXIT.

003680*----------------------------------------------------------------*
003690* 9800-REGISTRAR-CORRIDA                                         *
003700*     Agrega el registro de esta corrida al diario de control    *
003710*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
003720*     tarjeta de parametros, cifras de control y RETURN-CODE     *
003730*     final, para el reporte MATUTINO. Si el diario no se puede  *
003740*     abrir solo se avisa; el RETURN-CODE de la corrida no       *
003750*     cambia.                                                    *
003760*----------------------------------------------------------------*
003770  9800-REGISTRAR-CORRIDA.
003780      MOVE "REMEDICION" TO COR-PROGRAMA
003790      MOVE "N" TO COR-TARJETA
003800      MOVE SPACES TO COR-PARAMETROS
003810      MOVE "LEIDOS" TO COR-CIFRA-NOMBRE (1)
003820      MOVE RM-CTL-LEIDOS TO COR-CIFRA-VALOR (1)
003830      MOVE "APLICADOS" TO COR-CIFRA-NOMBRE (2)
003840      MOVE RM-CTL-APLICADOS TO COR-CIFRA-VALOR (2)
003850      MOVE "RECHAZADOS" TO COR-CIFRA-NOMBRE (3)
003860      MOVE RM-CTL-RECHAZADOS TO COR-CIFRA-VALOR (3)
003870      MOVE SPACES TO COR-CIFRA-NOMBRE (4)
003880      MOVE 0 TO COR-CIFRA-VALOR (4)
003890      MOVE RETURN-CODE TO COR-RETORNO
003900      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
003910      ACCEPT COR-HORA-FIN FROM TIME
003920      OPEN EXTEND CORRIDAS-FILE
003930      IF RM-ESTADO-CORRIDAS = "35"
003940          OPEN OUTPUT CORRIDAS-FILE
003950          CLOSE CORRIDAS-FILE
003960          OPEN EXTEND CORRIDAS-FILE
003970      END-IF
003980      IF RM-ESTADO-CORRIDAS NOT = "00"
003990          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
004000              RM-ESTADO-CORRIDAS
004010          GO TO 9800-REGISTRAR-CORRIDA-EXIT
004020      END-IF
004030      WRITE COR-SALIDA FROM COR-REGISTRO
004040      CLOSE CORRIDAS-FILE.
004050  9800-REGISTRAR-CORRIDA-EXIT.
004060      EXIT.
