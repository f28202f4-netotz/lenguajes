000010*----------------------------------------------------------------*
000020* TVGREC.CPY                                                     *
000030* Registro del maestro de tarifas con vigencia (TARVIG-FILE,     *
000040* organizacion indexada, clave poligono + banda + inicio de      *
000050* vigencia). Cada banda de area de un poligono lleva su numero   *
000060* (01, 02, ...) y su limite TVG-AREA-HASTA; la tarifa rige del   *
000070* dia TVG-VIGENCIA-DESDE al TVG-VIGENCIA-HASTA inclusive         *
000080* (99999999 = sin fin). Se mantiene con VIGENCIAS, que no deja   *
000090* traslapar vigencias de una misma banda ni cruzar limites:      *
000100* entre bandas vigentes a la vez, a mayor banda mayor limite.    *
000110* FACTURACION toma para cada panel la tarifa vigente el dia de   *
000120* su clasificacion, en la primera banda que cubre su area.       *
000130* Los precios nuevos se dan de alta con su fecha de inicio por   *
000140* adelantado; la tarifa anterior sigue rigiendo hasta la         *
000150* vispera y los paneles viejos se reextraen a su precio.         *
000160*                                                                *
000170* 2026-10-12 RCV  Creacion - tarifas con vigencia.               *
000180*----------------------------------------------------------------*
000190  01  TVG-REGISTRO.
000200      05  TVG-CLAVE.
000210          10  TVG-POLIGONO       PIC X(14).
000220          10  TVG-BANDA          PIC 9(02).
000230          10  TVG-VIGENCIA-DESDE PIC 9(08).
000240      05  TVG-VIGENCIA-HASTA     PIC 9(08).
000250          88  TVG-SIN-FIN                  VALUE 99999999.
000260      05  TVG-AREA-HASTA         PIC 9(15).
000270      05  TVG-PRECIO-AREA        PIC 9(05)V9(02).
000280      05  TVG-RECARGO-CORTE      PIC 9(05)V9(02).
000290      05  TVG-RECARGO-IRREG      PIC 9(03).
000300      05  TVG-FECHA-MOVIMIENTO   PIC 9(08).
000310      05  FILLER                 PIC X(08).
