000080* deben venir en orden ascendente de TAR-AREA-HASTA.             *
000090*                                                                *
000100* 2026-08-21 RCV  Creacion - extraccion de facturacion.          *
000101* 2026-10-12 RCV  Facturacion usa el maestro con vigencia        *
000102*                 (TVGREC); este plano solo lo carga VIGENCIAS.  *
000110*----------------------------------------------------------------*
000120  01  TAR-REGISTRO.
000130      05  TAR-POLIGONO           PIC X(14).
