000110*     X  cortado                                                 *
000120*     E  embarcado                                               *
000130*     D  desechado                                               *
000132*     R  devuelto por el cliente despues de embarcado            *
000140*                                                                *
000150* 2026-08-21 RCV  Creacion - inventario de paneles clasificados. *
000152* 2026-09-02 RCV  INV-CLIENTE: codigo de cliente del pedido      *
000156*                 del registro; el registro crece a 307          *
000158*                 posiciones y el maestro existente debe         *
000159*                 recargarse con una corrida de POLIGONOS.       *
000161* 2026-10-07 RCV  Estatus R (devuelto): un panel embarcado que   *
000162*                 el cliente regresa; NOTACRED le emite nota de  *
000163*                 credito y ya no se vuelve a facturar.          *
000165*----------------------------------------------------------------*
000170  01  INV-REGISTRO.
000180      05  INV-CLAVE.
000190          10  INV-PEDIDO         PIC 9(08).
000310          88  INV-CORTADO                  VALUE "X".
000320          88  INV-EMBARCADO                VALUE "E".
000330          88  INV-DESECHADO                VALUE "D".
000335          88  INV-DEVUELTO                 VALUE "R".
000340      05  INV-CLIENTE            PIC X(06).
