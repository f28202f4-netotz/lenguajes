000010*----------------------------------------------------------------*
000020* NCTLREC.CPY                                                    *
000030* Registro de control de foliado de notas de credito             *
000040* (NOTACTRL-FILE): el ultimo numero de nota de credito asignado  *
000050* por NOTACRED. Se lee al arrancar y se reescribe al terminar,   *
000060* igual que el foliado de facturas (ver FCTLREC).                *
000070*                                                                *
000080* 2026-10-07 RCV  Creacion - notas de credito por devolucion.    *
000090*----------------------------------------------------------------*
000100  01  NCTL-REGISTRO.
000110      05  NCTL-ULTIMA-NOTA       PIC 9(08).
