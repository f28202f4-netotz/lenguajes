000330*                      (PARAMS-FILE, ver PARMREC); un periodo    *
000340*                      invalido detiene la corrida con           *
000350*                      RETURN-CODE 8.                            *
000351*     2026-10-14 RCV  Al terminar, la corrida se registra en el  *
000352*                      diario de control de corridas             *
000353*                      (CORRIDAS-FILE, ver CORREC, 9800).        *
000360*----------------------------------------------------------------*
000370  ENVIRONMENT DIVISION.
000380  INPUT-OUTPUT SECTION.
000550      SELECT PARAMS-FILE ASSIGN TO "PARAMS"
000560          ORGANIZATION IS LINE SEQUENTIAL
000570          FILE STATUS IS BA-ESTADO-PARAMS.
000571      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000572          ORGANIZATION IS LINE SEQUENTIAL
000573          FILE STATUS IS BA-ESTADO-CORRIDAS.

000580  DATA DIVISION.
000590  FILE SECTION.
000730      RECORD CONTAINS 80 CHARACTERS.
000740  01  PRM-ENTRADA                PIC X(80).

000741  FD  CORRIDAS-FILE
000742      RECORD CONTAINS 220 CHARACTERS.
000743  01  COR-SALIDA                 PIC X(220).

000750  WORKING-STORAGE SECTION.
000760*----------------------------------------------------------------*
000770* TARJETA DE PARAMETROS (corrida desatendida, ver PARMREC).      *
000800  77  BA-ESTADO-PARAMS            PIC X(02) VALUE "00".
000810  77  BA-PARAMS-SW                PIC X(01) VALUE "N".
000820      88  BA-CON-PARAMETROS                 VALUE "S".
000821* Diario de control de corridas (9800, ver CORREC).
000822  77  BA-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
000823      COPY CORREC.
000830*----------------------------------------------------------------*
000840* INDICADORES, ESTADOS DE ARCHIVO Y PERIODO A ARCHIVAR.          *
000850*----------------------------------------------------------------*
001270*     linea de control.                                          *
001280*================================================================*
001290  0000-MAINLINE.
001291      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
001292      ACCEPT COR-HORA-INICIO FROM TIME
001300      PERFORM 1000-INICIO
001310          THRU 1000-INICIO-EXIT
001320      PERFORM 2000-REPARTIR-LINEA
001340          UNTIL BA-FIN-BITACORA-SI
001350      PERFORM 9000-FINALIZAR
001360          THRU 9000-FINALIZAR-EXIT
001361      PERFORM 9800-REGISTRAR-CORRIDA
001362          THRU 9800-REGISTRAR-CORRIDA-EXIT
001370      STOP RUN.

001380*----------------------------------------------------------------*
003910      CLOSE BITARCTL-FILE.
003920  9100-GRABAR-CONTROL-EXIT.
003930      EXIT.

003940*----------------------------------------------------------------*
003950* 9800-REGISTRAR-CORRIDA                                         *
003960*     Agrega el registro de esta corrida al diario de control    *
003970*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
003980*     tarjeta de parametros, cifras de control y RETURN-CODE     *
003990*     final, para el reporte MATUTINO. Si el diario no se puede  *
004000*     abrir solo se avisa; el RETURN-CODE de la corrida no       *
004010*     cambia.                                                    *
004020*----------------------------------------------------------------*
004030  9800-REGISTRAR-CORRIDA.
004040      MOVE "BITARCHIVO" TO COR-PROGRAMA
004050      IF BA-CON-PARAMETROS
004060          MOVE "S" TO COR-TARJETA
004070          MOVE PRM-REGISTRO TO COR-PARAMETROS
004080      ELSE
004090          MOVE "N" TO COR-TARJETA
004100          MOVE SPACES TO COR-PARAMETROS
004110      END-IF
004120      MOVE "LEIDAS" TO COR-CIFRA-NOMBRE (1)
004130      COMPUTE COR-CIFRA-VALOR (1) = BA-MOVIDAS + BA-CONSERVADAS
004140      MOVE "MOVIDAS" TO COR-CIFRA-NOMBRE (2)
004150      MOVE BA-MOVIDAS TO COR-CIFRA-VALOR (2)
004160      MOVE "CONSERVADAS" TO COR-CIFRA-NOMBRE (3)
004170      MOVE BA-CONSERVADAS TO COR-CIFRA-VALOR (3)
004180      MOVE SPACES TO COR-CIFRA-NOMBRE (4)
004190      MOVE 0 TO COR-CIFRA-VALOR (4)
004200      MOVE RETURN-CODE TO COR-RETORNO
004210      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
004220      ACCEPT COR-HORA-FIN FROM TIME
004230      OPEN EXTEND CORRIDAS-FILE
004240      IF BA-ESTADO-CORRIDAS = "35"
004250          OPEN OUTPUT CORRIDAS-FILE
004260          CLOSE CORRIDAS-FILE
004270          OPEN EXTEND CORRIDAS-FILE
004280      END-IF
004290      IF BA-ESTADO-CORRIDAS NOT = "00"
004300          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
004310              BA-ESTADO-CORRIDAS
004320          GO TO 9800-REGISTRAR-CORRIDA-EXIT
004330      END-IF
004340      WRITE COR-SALIDA FROM COR-REGISTRO
004350      CLOSE CORRIDAS-FILE.
004360  9800-REGISTRAR-CORRIDA-EXIT.
004370      EXIT.
