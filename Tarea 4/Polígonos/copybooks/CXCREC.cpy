000010*----------------------------------------------------------------*
000020* CXCREC.CPY                                                     *
000030* Registro de la cartera de partidas abiertas (CARTERA-FILE,     *
000040* organizacion indexada, clave cliente + factura): una partida   *
000050* por factura emitida por FACTURACION (linea "T" de              *
000060* FACTURAS-FILE, ver FACREC), con el importe facturado, los      *
000070* abonos recibidos, el saldo y la fecha de vencimiento (fecha    *
000080* de la factura mas CLI-DIAS-CREDITO del maestro de clientes,    *
000090* ver CLIREC). La clave empieza por el cliente para que la       *
000100* lectura secuencial de la cartera salga agrupada por cliente,   *
000110* que es como se emiten la antiguedad de saldos y los estados    *
000120* de cuenta (ANTIGUEDAD).                                        *
000130*                                                                *
000140* Estatus de la partida:                                         *
000150*     A  abierta (con saldo)                                     *
000160*     P  pagada (saldo en cero)                                  *
000170*                                                                *
000180* 2026-10-06 RCV  Creacion - cuentas por cobrar.                 *
000182* 2026-10-07 RCV  CXC-CREDITOS: notas de credito por devolucion  *
000184*                 aplicadas a la factura (toma 17 posiciones del *
000186*                 FILLER; el registro sigue en 120).             *
000190*----------------------------------------------------------------*
000200  01  CXC-REGISTRO.
000210      05  CXC-CLAVE.
000220          10  CXC-CLIENTE        PIC X(06).
000230          10  CXC-FACTURA        PIC 9(08).
000240      05  CXC-PEDIDO             PIC 9(08).
000250      05  CXC-FECHA-FACTURA      PIC 9(08).
000260      05  CXC-FECHA-VENCE        PIC 9(08).
000270      05  CXC-IMPORTE            PIC 9(15)V9(02).
000280      05  CXC-ABONOS             PIC 9(15)V9(02).
000285      05  CXC-CREDITOS           PIC 9(15)V9(02).
000290      05  CXC-SALDO              PIC 9(15)V9(02).
000300      05  CXC-FECHA-ULT-PAGO     PIC 9(08).
000310      05  CXC-ESTATUS            PIC X(01).
000320          88  CXC-ABIERTA                  VALUE "A".
000330          88  CXC-PAGADA                   VALUE "P".
000340      05  FILLER                 PIC X(05).
