000150*     PRM-PEDIDO-HASTA             EXPEDIENTE (0 = solo PEDIDO)  *
000160*     PRM-LAMINA                   RENDIMIENTO                   *
000170*     PRM-FECHA-DESDE/HASTA        BITRESUMEN (0 = sin tope)     *
000172*     PRM-FECHA-HASTA              ANTIGUEDAD (corte; 0 = hoy)   *
000174*     PRM-FECHA-HASTA              EMBARQUES (dia; 0 = hoy)      *
000176*     PRM-FECHA-DESDE/HASTA        SIMTOLERA (0 = sin tope)      *
000180*     PRM-BITACORA                 BITRESUMEN (vacio = BITACORA) *
000182*     PRM-BITACORA                 SIMTOLERA (vacio = BITACORA)  *
000190*     PRM-PERIODO                  BITARCHIVO (AAAAMM)           *
000200*     PRM-FACTURA                  FACTURACION (0 = normal)      *
000202*     PRM-REEMPLAZO                POLIGONOS (S/N; espacio = N)  *
000203*     PRM-FECHA-DESDE/HASTA        CICLOS (0 = todo / hoy)       *
000204*     PRM-DIAS-PISO                CICLOS (espacio o 0 = todo)   *
000205*     PRM-FECHA-HASTA              MATUTINO (manana; 0 = hoy)    *
000206*     PRM-FECHA-DESDE              RECARGA y REAPLICA (descarga; *
000207*                                  0 = hoy)                      *
000208*     PRM-REEMPLAZO                RECARGA (S = reemplazar el    *
000209*                                  maestro)                      *
000210*                                                                *
000220* 2026-09-02 RCV  Creacion - corrida desatendida por tarjeta.    *
000222* 2026-09-02 RCV  PRM-REEMPLAZO: una corrida por lote solo      *
000226*                 explicitamente; el campo nuevo toma el lugar   *
000228*                 del relleno y las tarjetas viejas (espacio)    *
000229*                 equivalen a N.                                 *
000230* 2026-10-06 RCV  PRM-FECHA-HASTA: fecha de corte de ANTIGUEDAD. *
000231* 2026-10-09 RCV  PRM-FECHA-HASTA: dia que documenta EMBARQUES.  *
000232* 2026-10-10 RCV  PRM-FECHA-DESDE/HASTA y PRM-BITACORA sirven    *
000233*                 tambien a SIMTOLERA, igual que a BITRESUMEN.   *
000234* 2026-10-11 RCV  PRM-DIAS-PISO (CICLOS) toma parte del relleno; *
000235*                 espacio en tarjetas viejas = todo lo abierto.  *
000236* 2026-10-14 RCV  PRM-FECHA-HASTA: manana del reporte MATUTINO.  *
000237* 2026-10-15 RCV  PRM-FECHA-DESDE y PRM-REEMPLAZO sirven tambien *
000238*                 a RECARGA y REAPLICA (descarga del maestro).   *
000239*----------------------------------------------------------------*
000240  01  PRM-REGISTRO.
000250      05  PRM-LOTE               PIC X(01).
000260      05  PRM-REPROCESO          PIC X(01).
000330      05  PRM-PERIODO            PIC 9(06).
000340      05  PRM-FACTURA            PIC 9(08).
000342      05  PRM-REEMPLAZO          PIC X(01).
000344      05  PRM-DIAS-PISO          PIC X(03).
000346      05  PRM-DIAS-PISO-N        REDEFINES PRM-DIAS-PISO
000348                                 PIC 9(03).
000350      05  FILLER                 PIC X(05).
