000010*----------------------------------------------------------------*
000020* ECTLREC.CPY                                                    *
000030* Registro de control de foliado de embarques (EMBCTRL-FILE):    *
000040* el ultimo numero de embarque asignado por EMBARQUES. Se lee    *
000050* al arrancar y se reescribe al terminar, igual que el foliado   *
000060* de facturas (ver FCTLREC).                                     *
000070*                                                                *
000080* 2026-10-09 RCV  Creacion - documentos de embarque.             *
000090*----------------------------------------------------------------*
000100  01  ECTL-REGISTRO.
000110      05  ECTL-ULTIMO-EMBARQUE   PIC 9(08).
