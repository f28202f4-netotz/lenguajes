000330*                                                                *
000340* HISTORIAL DE MODIFICACIONES.                                   *
000350*     2026-09-02 RCV  Version original.                          *
000352*     2026-10-07 RCV  El registro de facturacion crece a 111    *
000354*                      posiciones (ver REGREC).                  *
000355*     2026-10-14 RCV  Al terminar, la corrida se registra en el  *
000356*                      diario de control de corridas             *
000357*                      (CORRIDAS-FILE, ver CORREC, 9800).        *
000360*----------------------------------------------------------------*
000370  ENVIRONMENT DIVISION.
000380  INPUT-OUTPUT SECTION.
000530      SELECT CONCILIA-FILE ASSIGN TO "CONCILIA"
000540          ORGANIZATION IS LINE SEQUENTIAL
000550          FILE STATUS IS CN-ESTADO-CONCILIA.
000551      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
000552          ORGANIZATION IS LINE SEQUENTIAL
000553          FILE STATUS IS CN-ESTADO-CORRIDAS.

000560  DATA DIVISION.
000570  FILE SECTION.
000630      COPY INVREC.

000640  FD  REGFAC-FILE
000650      RECORD CONTAINS 111 CHARACTERS.
000660      COPY REGREC.

000670  FD  CONCILIA-FILE
000680      RECORD CONTAINS 80 CHARACTERS.
000690  01  CON-LINEA                  PIC X(80).

000691  FD  CORRIDAS-FILE
000692      RECORD CONTAINS 220 CHARACTERS.
000693  01  COR-SALIDA                 PIC X(220).

000700  WORKING-STORAGE SECTION.
000710*----------------------------------------------------------------*
000720* INDICADORES Y ESTADOS DE ARCHIVO.                              *
001130  77  CN-DESC-SIN-INV-FACT        PIC 9(08) VALUE 0.
001140  77  CN-DESCUADRES               PIC 9(08) VALUE 0.
001150  77  CN-CANT-EDIT                PIC Z(7)9.
001151* Diario de control de corridas (9800, ver CORREC).
001152  77  CN-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
001153      COPY CORREC.

001160*----------------------------------------------------------------*
001170* LINEAS DEL REPORTE DE CONCILIACION.                            *
001420*     RETURN-CODE 4.                                             *
001430*================================================================*
001440  0000-MAINLINE.
001441      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
001442      ACCEPT COR-HORA-INICIO FROM TIME
001450      PERFORM 1000-INICIO
001460          THRU 1000-INICIO-EXIT
001470      IF NOT CN-FIN-PROCESO-SI
001540      END-IF
001550      PERFORM 9000-FINALIZAR
001560          THRU 9000-FINALIZAR-EXIT
001561      PERFORM 9800-REGISTRAR-CORRIDA
001562          THRU 9800-REGISTRAR-CORRIDA-EXIT
001570      STOP RUN.

001580*----------------------------------------------------------------*
005000      END-IF.
005010  9000-FINALIZAR-EXIT.
005020      EXIT.

005030*----------------------------------------------------------------*
005040* 9800-REGISTRAR-CORRIDA                                         *
005050*     Agrega el registro de esta corrida al diario de control    *
005060*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
005070*     tarjeta de parametros, cifras de control y RETURN-CODE     *
005080*     final, para el reporte MATUTINO. Si el diario no se puede  *
005090*     abrir solo se avisa; el RETURN-CODE de la corrida no       *
005100*     cambia.                                                    *
005110*----------------------------------------------------------------*
005120  9800-REGISTRAR-CORRIDA.
005130      MOVE "CONCILIA" TO COR-PROGRAMA
005140      MOVE "N" TO COR-TARJETA
005150      MOVE SPACES TO COR-PARAMETROS
005160      MOVE "BITACORA" TO COR-CIFRA-NOMBRE (1)
005170      MOVE CN-CTL-BITACORA TO COR-CIFRA-VALOR (1)
005180      MOVE "INVENTARIO" TO COR-CIFRA-NOMBRE (2)
005190      MOVE CN-CTL-INVENTARIO TO COR-CIFRA-VALOR (2)
005200      MOVE "FACTURADOS" TO COR-CIFRA-NOMBRE (3)
005210      MOVE CN-CTL-FACTURADOS TO COR-CIFRA-VALOR (3)
005220      MOVE "DESCUADRES" TO COR-CIFRA-NOMBRE (4)
005230      MOVE CN-DESCUADRES TO COR-CIFRA-VALOR (4)
005240      MOVE RETURN-CODE TO COR-RETORNO
005250      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
005260      ACCEPT COR-HORA-FIN FROM TIME
005270      OPEN EXTEND CORRIDAS-FILE
005280      IF CN-ESTADO-CORRIDAS = "35"
005290          OPEN OUTPUT CORRIDAS-FILE
005300          CLOSE CORRIDAS-FILE
005310          OPEN EXTEND CORRIDAS-FILE
005320      END-IF
005330      IF CN-ESTADO-CORRIDAS NOT = "00"
005340          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
005350              CN-ESTADO-CORRIDAS
005360          GO TO 9800-REGISTRAR-CORRIDA-EXIT
005370      END-IF
005380      WRITE COR-SALIDA FROM COR-REGISTRO
005390      CLOSE CORRIDAS-FILE.
005400  9800-REGISTRAR-CORRIDA-EXIT.
005410      EXIT.
