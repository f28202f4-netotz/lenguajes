000010*----------------------------------------------------------------*
000020* CORREC.CPY                                                     *
000030* Registro del diario de control de corridas (CORRIDAS-FILE,     *
000040* secuencial, compartido): cada programa por lote agrega un      *
000050* registro al terminar, con su nombre, fecha y hora de inicio y  *
000060* de fin, la tarjeta de parametros que uso (PARAMS-FILE, ver     *
000070* PARMREC; en blanco si corrio por consola), sus cifras de       *
000080* control principales y el RETURN-CODE final. El reporte         *
000090* MATUTINO lo lee para contestar si la noche anterior salio      *
000100* bien sin abrir los reportes de cada programa.                  *
000110*                                                                *
000120* Cifras: cada programa pone en COR-CIFRA hasta cuatro cifras    *
000130* con su nombre; la 1 es la entrada principal leida y las        *
000140* demas la salida principal, los rechazos u otras cifras de      *
000150* cuidado (sin nombre, sin uso). Un programa pone siempre la     *
000160* misma cifra en la misma posicion, para que MATUTINO la         *
000170* compare contra su corrida usual.                               *
000180*                                                                *
000190* 2026-10-14 RCV  Creacion - diario de control de corridas.      *
000200*----------------------------------------------------------------*
000210  01  COR-REGISTRO.
000220      05  COR-PROGRAMA           PIC X(12).
000230      05  COR-INICIO.
000240          10  COR-FECHA-INICIO   PIC 9(08).
000250          10  COR-HORA-INICIO    PIC 9(08).
000260      05  COR-FIN.
000270          10  COR-FECHA-FIN      PIC 9(08).
000280          10  COR-HORA-FIN       PIC 9(08).
000290      05  COR-TARJETA            PIC X(01).
000300          88  COR-CON-TARJETA              VALUE "S".
000310          88  COR-SIN-TARJETA              VALUE "N".
000320      05  COR-PARAMETROS         PIC X(80).
000330      05  COR-CIFRAS.
000340          10  COR-CIFRA          OCCURS 4 TIMES.
000350              15  COR-CIFRA-NOMBRE
000360                                 PIC X(12).
000370              15  COR-CIFRA-VALOR
000380                                 PIC 9(09).
000390      05  COR-RETORNO            PIC 9(04).
000400      05  FILLER                 PIC X(07).
