000010*----------------------------------------------------------------*
000020* EMBREC.CPY                                                     *
000030* Registro del archivo de embarques (EMBARQ-FILE, organizacion   *
000040* indexada, clave EMB-CLAVE = pedido + linea). Lo escribe        *
000050* EMBARQUES al documentar cada embarque y lleva dos tipos de     *
000060* registro:                                                      *
000070*     D  uno por panel embarcado (EMB-LINEA = linea del panel),  *
000080*        con el numero de embarque que lo llevo y la fecha. Un   *
000090*        panel con registro "D" ya quedo documentado y una       *
000100*        segunda corrida del mismo dia no lo vuelve a listar.    *
000110*     P  uno por pedido (EMB-LINEA = 0000), con el seguimiento   *
000120*        de los embarques parciales: paneles declarados en el    *
000130*        registro de total "T" del pedido (ver PEDREC), paneles  *
000140*        embarcados a la fecha, cuantos embarques van, el        *
000150*        ultimo embarque y su fecha, y si el pedido ya salio     *
000160*        completo. Si PEDIDOS ya no trae el total del pedido,    *
000170*        los declarados se toman de los paneles del pedido en    *
000180*        el inventario que no se desecharon (EMB-ORIGEN-DECL).   *
000190* Los campos de seguimiento solo tienen sentido en el registro   *
000200* "P"; en el "D" van en cero.                                    *
000210*                                                                *
000220* 2026-10-09 RCV  Creacion - documentos de embarque.             *
000230*----------------------------------------------------------------*
000240  01  EMB-REGISTRO.
000250      05  EMB-CLAVE.
000260          10  EMB-PEDIDO         PIC 9(08).
000270          10  EMB-LINEA          PIC 9(04).
000280      05  EMB-TIPO               PIC X(01).
000290          88  EMB-ES-PANEL                 VALUE "D".
000300          88  EMB-ES-PEDIDO                VALUE "P".
000310      05  EMB-CLIENTE            PIC X(06).
000320      05  EMB-EMBARQUE           PIC 9(08).
000330      05  EMB-FECHA              PIC 9(08).
000340      05  EMB-DECLARADOS         PIC 9(06).
000350      05  EMB-ORIGEN-DECL        PIC X(01).
000360          88  EMB-DECL-PEDIDOS             VALUE "T".
000370          88  EMB-DECL-INVENTARIO          VALUE "I".
000380      05  EMB-EMBARCADOS         PIC 9(06).
000390      05  EMB-NUM-EMBARQUES      PIC 9(04).
000400      05  EMB-ESTATUS            PIC X(01).
000410          88  EMB-PARCIAL                  VALUE "P".
000420          88  EMB-COMPLETO                 VALUE "C".
000430      05  FILLER                 PIC X(17).
