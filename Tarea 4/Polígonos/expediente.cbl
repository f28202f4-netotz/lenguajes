000330*                      (PARAMS-FILE, ver PARMREC); un parametro  *
000340*                      invalido detiene la corrida con           *
000350*                      RETURN-CODE 8.                            *
000352*     2026-10-07 RCV  Estatus R (devuelto) en el texto del      *
000354*                      estatus del panel.                        *
000355*     2026-10-14 RCV  Al terminar, la corrida se registra en el  *
000356*                      diario de control de corridas             *
000357*                      (CORRIDAS-FILE, ver CORREC, 9800).        *
000360*----------------------------------------------------------------*
000370  ENVIRONMENT DIVISION.
000380  INPUT-OUTPUT SECTION.
000600      SELECT PARAMS-FILE ASSIGN TO "PARAMS"
000610          ORGANIZATION IS LINE SEQUENTIAL
000620          FILE STATUS IS EX-ESTADO-PARAMS.
000621      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000622          ORGANIZATION IS LINE SEQUENTIAL
000623          FILE STATUS IS EX-ESTADO-CORRIDAS.

000630  DATA DIVISION.
000640  FILE SECTION.
000840      RECORD CONTAINS 80 CHARACTERS.
000850  01  PRM-ENTRADA                PIC X(80).

000851  FD  CORRIDAS-FILE
000852      RECORD CONTAINS 220 CHARACTERS.
000853  01  COR-SALIDA                 PIC X(220).

000860  WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------*
000880* REGISTRO DE PEDIDO (se llena con READ INTO, ver PEDREC).       *
000950  77  EX-ESTADO-PARAMS            PIC X(02) VALUE "00".
000960  77  EX-PARAMS-SW                PIC X(01) VALUE "N".
000970      88  EX-CON-PARAMETROS                 VALUE "S".
000971* Diario de control de corridas (9800, ver CORREC).
000972  77  EX-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
000973      COPY CORREC.

000980*----------------------------------------------------------------*
000990* INDICADORES Y ESTADOS DE ARCHIVO.                              *
002130*     pedido del rango que tenga algo que contar.                *
002140*================================================================*
002150  0000-MAINLINE.
002151      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
002152      ACCEPT COR-HORA-INICIO FROM TIME
002160      PERFORM 1000-INICIO
002170          THRU 1000-INICIO-EXIT
002180      IF NOT EX-FIN-PROCESO-SI
002230      END-IF
002240      PERFORM 9000-FINALIZAR
002250          THRU 9000-FINALIZAR-EXIT
002251      PERFORM 9800-REGISTRAR-CORRIDA
002252          THRU 9800-REGISTRAR-CORRIDA-EXIT
002260      STOP RUN.

002270*----------------------------------------------------------------*
006990              MOVE "embarcado" TO EX-ESTATUS-TEXTO
007000          WHEN INV-DESECHADO
007010              MOVE "desechado" TO EX-ESTATUS-TEXTO
007015          WHEN INV-DEVUELTO
007017              MOVE "devuelto" TO EX-ESTATUS-TEXTO
007020          WHEN OTHER
007030              MOVE "desconocido" TO EX-ESTATUS-TEXTO
007040      END-EVALUATE.
007190      DISPLAY "Expedientes emitidos: " EX-CANT-EDIT.
007200  9000-FINALIZAR-EXIT.
007210      EXIT.

007220*----------------------------------------------------------------*
007230* 9800-REGISTRAR-CORRIDA                                         *
007240*     Agrega el registro de esta corrida al diario de control    *
007250*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
007260*     tarjeta de parametros, cifras de control y RETURN-CODE     *
007270*     final, para el reporte MATUTINO. Si el diario no se puede  *
007280*     abrir solo se avisa; el RETURN-CODE de la corrida no       *
007290*     cambia.                                                    *
007300*----------------------------------------------------------------*
007310  9800-REGISTRAR-CORRIDA.
007320      MOVE "EXPEDIENTE" TO COR-PROGRAMA
007330      IF EX-CON-PARAMETROS
007340          MOVE "S" TO COR-TARJETA
007350          MOVE PRM-REGISTRO TO COR-PARAMETROS
007360      ELSE
007370          MOVE "N" TO COR-TARJETA
007380          MOVE SPACES TO COR-PARAMETROS
007390      END-IF
007400      MOVE "PEDIDOS" TO COR-CIFRA-NOMBRE (1)
007410      MOVE EX-RANGO TO COR-CIFRA-VALOR (1)
007420      MOVE "EXPEDIENTES" TO COR-CIFRA-NOMBRE (2)
007430      MOVE EX-EMITIDOS TO COR-CIFRA-VALOR (2)
007440      MOVE SPACES TO COR-CIFRA-NOMBRE (3)
007450      MOVE 0 TO COR-CIFRA-VALOR (3)
007460      MOVE SPACES TO COR-CIFRA-NOMBRE (4)
007470      MOVE 0 TO COR-CIFRA-VALOR (4)
007480      MOVE RETURN-CODE TO COR-RETORNO
007490      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
007500      ACCEPT COR-HORA-FIN FROM TIME
007510      OPEN EXTEND CORRIDAS-FILE
007520      IF EX-ESTADO-CORRIDAS = "35"
007530          OPEN OUTPUT CORRIDAS-FILE
007540          CLOSE CORRIDAS-FILE
007550          OPEN EXTEND CORRIDAS-FILE
007560      END-IF
007570      IF EX-ESTADO-CORRIDAS NOT = "00"
007580          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
007590              EX-ESTADO-CORRIDAS
007600          GO TO 9800-REGISTRAR-CORRIDA-EXIT
007610      END-IF
007620      WRITE COR-SALIDA FROM COR-REGISTRO
007630      CLOSE CORRIDAS-FILE.
007640  9800-REGISTRAR-CORRIDA-EXIT.
007650      EXIT.
