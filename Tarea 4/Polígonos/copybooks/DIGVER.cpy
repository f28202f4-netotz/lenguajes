000010*----------------------------------------------------------------*
000020* DIGVER.CPY                                                     *
000030* Area de trabajo del digito verificador de la clave de panel    *
000040* (pedido + linea, 12 digitos). El digito es modulo 10 con       *
000050* doblez alterno (Luhn): de derecha a izquierda se duplica un    *
000060* digito si y otro no, empezando por el ultimo de la linea, a    *
000070* cada duplicado mayor que 9 se le restan 9, y el verificador es *
000080* lo que le falta a la suma para la siguiente decena. Atrapa     *
000090* todo digito mal copiado y casi toda transposicion de dos       *
000100* digitos vecinos. El llamador deja la clave en DV-CLAVE y el    *
000110* resultado queda en DV-DIGITO-VERIFICADOR. POLIGONOS lo         *
000120* imprime en la etiqueta del panel; TRANSPISO e INVENTARIO lo    *
000130* verifican antes de tocar el maestro.                           *
000140*                                                                *
000150* 2026-10-13 RCV  Creacion - etiquetas de panel con clave        *
000160*                 verificable.                                   *
000170*----------------------------------------------------------------*
000180  01  DV-CLAVE.
000190      05  DV-PEDIDO               PIC 9(08).
000200      05  DV-LINEA                PIC 9(04).
000210  01  DV-CLAVE-DIGITOS            REDEFINES DV-CLAVE.
000220      05  DV-DIGITO               PIC 9(01) OCCURS 12 TIMES.
000230  01  DV-TRABAJO.
000240      05  DV-INDICE               PIC 9(02) COMP VALUE 0.
000250      05  DV-PRODUCTO             PIC 9(02) VALUE 0.
000260      05  DV-SUMA                 PIC 9(03) VALUE 0.
000270      05  DV-COCIENTE             PIC 9(03) VALUE 0.
000280      05  DV-RESTO                PIC 9(01) VALUE 0.
000290      05  DV-DOBLAR-SW            PIC X(01) VALUE "S".
000300          88  DV-DOBLAR                     VALUE "S".
000310      05  DV-DIGITO-VERIFICADOR   PIC 9(01) VALUE 0.
