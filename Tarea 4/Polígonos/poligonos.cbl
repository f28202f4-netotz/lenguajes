001480*                      rechazadas (CD): pasan por 2150 con el   *
001490*                      maestro de clientes abierto, en vez de   *
001500*                      leerse como detalle.                     *
001501*     2026-10-13 RCV  Etiqueta viajera por panel grabado en el   *
001502*                      inventario (ETIQUETAS-FILE, ver ETQLIN):  *
001503*                      cliente, pedido, linea, poligono,         *
001504*                      veredicto, medidas, area y la clave del   *
001505*                      panel con digito verificador (DIGVER)     *
001506*                      que TRANSPISO e INVENTARIO verifican.     *
001507*     2026-10-14 RCV  Al terminar, la corrida se registra en el  *
001508*                      diario de control de corridas             *
001509*                      (CORRIDAS-FILE, ver CORREC, 9800).        *
001510*----------------------------------------------------------------*
001520  ENVIRONMENT DIVISION.
001530  INPUT-OUTPUT SECTION.
001890      SELECT PARAMS-FILE ASSIGN TO "PARAMS"
001900          ORGANIZATION IS LINE SEQUENTIAL
001910          FILE STATUS IS PG-ESTADO-PARAMS.
001911      SELECT ETIQUETAS-FILE ASSIGN TO "ETIQUETAS"
001912          ORGANIZATION IS LINE SEQUENTIAL
001913          FILE STATUS IS PG-ESTADO-ETIQUETAS.
001914      SELECT CORRIDAS-FILE ASSIGN TO "CORRIDAS"
001915          ORGANIZATION IS LINE SEQUENTIAL
001916          FILE STATUS IS PG-ESTADO-CORRIDAS.

001920  DATA DIVISION.
001930  FILE SECTION.
002280      RECORD CONTAINS 80 CHARACTERS.
002290  01  PRM-ENTRADA                PIC X(80).

002291  FD  ETIQUETAS-FILE
002292      RECORD CONTAINS 80 CHARACTERS.
002293  01  ETQ-SALIDA                 PIC X(80).

002294  FD  CORRIDAS-FILE
002295      RECORD CONTAINS 220 CHARACTERS.
002296  01  COR-SALIDA                 PIC X(220).

002300  WORKING-STORAGE SECTION.
002310      COPY PGCONST.
002320      COPY LADOTAB.
002440  77  PG-ESTADO-PARAMS            PIC X(02) VALUE "00".
002450  77  PG-PARAMS-SW                PIC X(01) VALUE "N".
002460      88  PG-CON-PARAMETROS                 VALUE "S".
002462* Diario de control de corridas (9800, ver CORREC).
002464  77  PG-ESTADO-CORRIDAS          PIC X(02) VALUE "00".
002466      COPY CORREC.

002470*----------------------------------------------------------------*
002480* TABLA DE NOMBRES DE POLIGONO (externalizada, ver POLINOM).    *
003970      88  PG-DUP-SE-ENCONTRO                VALUE "S".

003980*----------------------------------------------------------------*
003981* ETIQUETAS VIAJERAS DE PANEL (8200, ver ETQLIN y DIGVER).       *
003982*----------------------------------------------------------------*
003983  77  PG-ESTADO-ETIQUETAS         PIC X(02) VALUE "00".
003984  77  PG-ETIQUETAS-OK             PIC X(01) VALUE "N".
003985      88  PG-ETIQUETAS-DISPONIBLE           VALUE "S".
003986  77  PG-ETQ-INDICE               PIC 9(02) COMP VALUE 0.
003987      COPY DIGVER.
003988      COPY ETQLIN.

003989*----------------------------------------------------------------*
003990* ORDEN DE TRABAJO ACTUAL (cabecera/detalle/total de PEDIDOS).   *
004000* El codigo de cliente de la cabecera se valida contra el        *
004010* maestro CLIENTES-FILE (2155); un codigo desconocido rechaza    *
004340  77  PG-CTL-TOTALES-ERRADOS      PIC 9(08) VALUE 0.
004350  77  PG-CTL-DUPLICADOS           PIC 9(08) VALUE 0.
004360  77  PG-CTL-SIN-TOTAL            PIC 9(08) VALUE 0.
004362  77  PG-CTL-ETIQUETAS            PIC 9(08) VALUE 0.
004370  77  PG-CTL-TOT-PERIMETRO        PIC 9(18) VALUE 0.
004380  77  PG-CTL-TOT-AREA             COMP-2 VALUE 0.
004390  77  PG-CTL-INDICE               PIC 9(02) COMP VALUE 0.
005400*     completo de PEDIDOS-FILE hasta fin de archivo en modo lote.*
005410*================================================================*
005420  0000-MAINLINE.
005422      ACCEPT COR-FECHA-INICIO FROM DATE YYYYMMDD
005424      ACCEPT COR-HORA-INICIO FROM TIME
005430      PERFORM 1000-INICIO
005440          THRU 1000-INICIO-EXIT
005450      PERFORM 2000-PROCESAR-PANEL
005470          UNTIL PG-FIN-PROCESO-SI
005480      PERFORM 9000-FINALIZAR
005490          THRU 9000-FINALIZAR-EXIT
005492      PERFORM 9800-REGISTRAR-CORRIDA
005494          THRU 9800-REGISTRAR-CORRIDA-EXIT
005500      STOP RUN.

005510*----------------------------------------------------------------*
006320                  THRU 1300-ABRIR-RECHAZOS-EXIT
006330              PERFORM 1500-ABRIR-INVENTARIO
006340                  THRU 1500-ABRIR-INVENTARIO-EXIT
006342              PERFORM 1800-ABRIR-ETIQUETAS
006344                  THRU 1800-ABRIR-ETIQUETAS-EXIT
006350          END-IF
006360      ELSE
006370          SET PG-MODO-LOTE-NO TO TRUE
025520*     8000). Si la clave ya existe (reclasificacion o corrida    *
025530*     repetida), el registro se reescribe con la clasificacion   *
025540*     mas reciente.                                              *
025542*     Cada panel grabado lleva su etiqueta viajera (8200).       *
025550*----------------------------------------------------------------*
025560  8100-GRABAR-INVENTARIO.
025570      MOVE PG-PEDIDO-ACTUAL TO INV-PEDIDO
025720                  DISPLAY "No se pudo grabar el panel en el "
025730                      "inventario, estado: " PG-ESTADO-INVENTARIO
025740              END-IF
025742      END-WRITE
025744      IF PG-ESTADO-INVENTARIO = "00" AND PG-ETIQUETAS-DISPONIBLE
025746          PERFORM 8200-GRABAR-ETIQUETA
025748              THRU 8200-GRABAR-ETIQUETA-EXIT
025750      END-IF.
025760  8100-GRABAR-INVENTARIO-EXIT.
025770      EXIT.

026110      END-IF
026120      IF PG-INVENTARIO-DISPONIBLE
026130          CLOSE INVENTARIO-FILE
026132      END-IF
026134      IF PG-ETIQUETAS-DISPONIBLE
026136          CLOSE ETIQUETAS-FILE
026140      END-IF
026150      IF PG-BITACORA-DISPONIBLE
026160          CLOSE BITACORA-FILE
026570      WRITE REP-LINEA FROM REP-CIFRA
026580      MOVE "PANELES DUPLICADOS:" TO REP-CIF-ETIQUETA
026590      MOVE PG-CTL-DUPLICADOS TO REP-CIF-CANT
026592      WRITE REP-LINEA FROM REP-CIFRA
026594      MOVE "ETIQUETAS EMITIDAS:" TO REP-CIF-ETIQUETA
026596      MOVE PG-CTL-ETIQUETAS TO REP-CIF-CANT
026600      WRITE REP-LINEA FROM REP-CIFRA
026610      MOVE "PEDIDOS CON TOTAL ERRADO:" TO REP-CIF-ETIQUETA
026620      MOVE PG-CTL-TOTALES-ERRADOS TO REP-CIF-CANT
027340  9130-REPORTAR-MOTIVO-EXIT.
027350      EXIT.

027360*----------------------------------------------------------------*
027370* 1800-ABRIR-ETIQUETAS                                           *
027380*     Abre el archivo de etiquetas viajeras, solo si hay         *
027390*     inventario (la etiqueta sale del panel ya grabado). Una    *
027400*     corrida reanudada lo abre en extender, igual que           *
027410*     RECHAZOS-FILE, para no perder las etiquetas ya emitidas.   *
027420*     Sin etiquetas la clasificacion continua con aviso.         *
027430*----------------------------------------------------------------*
027440  1800-ABRIR-ETIQUETAS.
027450      IF NOT PG-INVENTARIO-DISPONIBLE
027460          GO TO 1800-ABRIR-ETIQUETAS-EXIT
027470      END-IF
027480      IF PG-REGISTROS-A-SALTAR > 0
027490          OPEN EXTEND ETIQUETAS-FILE
027500          IF PG-ESTADO-ETIQUETAS = "35"
027510              OPEN OUTPUT ETIQUETAS-FILE
027520              CLOSE ETIQUETAS-FILE
027530              OPEN EXTEND ETIQUETAS-FILE
027540          END-IF
027550      ELSE
027560          OPEN OUTPUT ETIQUETAS-FILE
027570      END-IF
027580      IF PG-ESTADO-ETIQUETAS = "00"
027590          MOVE "S" TO PG-ETIQUETAS-OK
027600      ELSE
027610          DISPLAY "No se pudo abrir ETIQUETAS-FILE, estado: "
027620              PG-ESTADO-ETIQUETAS
027630          DISPLAY "Los paneles se clasificaran sin etiqueta."
027640      END-IF.
027650  1800-ABRIR-ETIQUETAS-EXIT.
027660      EXIT.

027670*----------------------------------------------------------------*
027680* 8200-GRABAR-ETIQUETA                                           *
027690*     Escribe la etiqueta viajera del panel recien grabado en    *
027700*     el inventario (INV-REGISTRO): clave con digito             *
027710*     verificador, cliente con su nombre del maestro de          *
027720*     clientes (en blanco si no esta disponible), pedido,        *
027730*     linea, poligono, lados, veredicto, las cuatro primeras     *
027740*     medidas, perimetro y area (ver ETQLIN).                    *
027750*----------------------------------------------------------------*
027760  8200-GRABAR-ETIQUETA.
027770      MOVE INV-PEDIDO TO DV-PEDIDO
027780      MOVE INV-LINEA TO DV-LINEA
027790      PERFORM 8210-CALCULAR-DIGITO
027800          THRU 8210-CALCULAR-DIGITO-EXIT
027810      MOVE INV-PEDIDO TO ETQ-CLAVE-PEDIDO
027820      MOVE INV-LINEA TO ETQ-CLAVE-LINEA
027830      MOVE DV-DIGITO-VERIFICADOR TO ETQ-CLAVE-DIGITO
027840      MOVE INV-FECHA-CLASIF TO ETQ-FECHA-CLASIF
027850      MOVE INV-CLIENTE TO ETQ-CLIENTE
027860      MOVE SPACES TO ETQ-CLIENTE-NOMBRE
027870      IF PG-CLIENTES-DISPONIBLE
027880          MOVE INV-CLIENTE TO CLI-CODIGO
027890          READ CLIENTES-FILE
027900              NOT INVALID KEY
027910                  MOVE CLI-NOMBRE TO ETQ-CLIENTE-NOMBRE
027920          END-READ
027930      END-IF
027940      MOVE INV-PEDIDO TO ETQ-PEDIDO
027950      MOVE INV-LINEA TO ETQ-LINEA
027960      MOVE INV-POLIGONO TO ETQ-POLIGONO
027970      MOVE INV-LADOS TO ETQ-LADOS
027980      MOVE INV-VEREDICTO TO ETQ-VEREDICTO
027990      PERFORM 8220-PASAR-MEDIDA
028000          THRU 8220-PASAR-MEDIDA-EXIT
028010          VARYING PG-ETQ-INDICE FROM 1 BY 1
028020          UNTIL PG-ETQ-INDICE > 4
028030      IF INV-LADOS > 4
028040          MOVE " ..." TO ETQ-MAS-LADOS
028050      ELSE
028060          MOVE SPACES TO ETQ-MAS-LADOS
028070      END-IF
028080      MOVE INV-PERIMETRO TO ETQ-PERIMETRO
028090      MOVE INV-AREA TO ETQ-AREA
028100      WRITE ETQ-SALIDA FROM ETQ-SEPARADOR
028110      WRITE ETQ-SALIDA FROM ETQ-LINEA-CLAVE
028120      WRITE ETQ-SALIDA FROM ETQ-LINEA-CLIENTE
028130      WRITE ETQ-SALIDA FROM ETQ-LINEA-PEDIDO
028140      WRITE ETQ-SALIDA FROM ETQ-LINEA-POLIGONO
028150      WRITE ETQ-SALIDA FROM ETQ-LINEA-MEDIDAS
028160      WRITE ETQ-SALIDA FROM ETQ-LINEA-MAGNITUDES
028170      ADD 1 TO PG-CTL-ETIQUETAS.
028180  8200-GRABAR-ETIQUETA-EXIT.
028190      EXIT.

028200*----------------------------------------------------------------*
028210* 8210-CALCULAR-DIGITO                                           *
028220*     Digito verificador modulo 10 de la clave en DV-CLAVE       *
028230*     (ver DIGVER): suma de derecha a izquierda duplicando un    *
028240*     digito si y otro no (8211), y el verificador es lo que le  *
028250*     falta a la suma para la siguiente decena.                  *
028260*----------------------------------------------------------------*
028270  8210-CALCULAR-DIGITO.
028280      MOVE 0 TO DV-SUMA
028290      MOVE "S" TO DV-DOBLAR-SW
028300      PERFORM 8211-SUMAR-DIGITO
028310          THRU 8211-SUMAR-DIGITO-EXIT
028320          VARYING DV-INDICE FROM 12 BY -1
028330          UNTIL DV-INDICE < 1
028340      DIVIDE DV-SUMA BY 10 GIVING DV-COCIENTE
028350          REMAINDER DV-RESTO
028360      IF DV-RESTO = 0
028370          MOVE 0 TO DV-DIGITO-VERIFICADOR
028380      ELSE
028390          COMPUTE DV-DIGITO-VERIFICADOR = 10 - DV-RESTO
028400      END-IF.
028410  8210-CALCULAR-DIGITO-EXIT.
028420      EXIT.

028430  8211-SUMAR-DIGITO.
028440      IF DV-DOBLAR
028450          COMPUTE DV-PRODUCTO = DV-DIGITO (DV-INDICE) * 2
028460          IF DV-PRODUCTO > 9
028470              SUBTRACT 9 FROM DV-PRODUCTO
028480          END-IF
028490          MOVE "N" TO DV-DOBLAR-SW
028500      ELSE
028510          MOVE DV-DIGITO (DV-INDICE) TO DV-PRODUCTO
028520          MOVE "S" TO DV-DOBLAR-SW
028530      END-IF
028540      ADD DV-PRODUCTO TO DV-SUMA.
028550  8211-SUMAR-DIGITO-EXIT.
028560      EXIT.

028570*----------------------------------------------------------------*
028580* 8220-PASAR-MEDIDA                                              *
028590*     Una medida de la etiqueta; las que el panel no tiene       *
028600*     (triangulo) quedan en blanco.                              *
028610*----------------------------------------------------------------*
028620  8220-PASAR-MEDIDA.
028630      IF PG-ETQ-INDICE > INV-LADOS
028640          MOVE SPACES TO ETQ-MEDIDA-CAMPO (PG-ETQ-INDICE)
028650      ELSE
028660          MOVE INV-MEDIDA (PG-ETQ-INDICE)
028670              TO ETQ-MEDIDA (PG-ETQ-INDICE)
028680      END-IF.
028690  8220-PASAR-MEDIDA-EXIT.
028700      EXIT.

028710*----------------------------------------------------------------*
028720* 9800-REGISTRAR-CORRIDA                                         *
028730*     Agrega el registro de esta corrida al diario de control    *
028740*     de corridas (CORRIDAS-FILE, ver CORREC): inicio y fin,     *
028750*     tarjeta de parametros, cifras de control y RETURN-CODE     *
028760*     final, para el reporte MATUTINO. Si el diario no se puede  *
028770*     abrir solo se avisa; el RETURN-CODE de la corrida no       *
028780*     cambia.                                                    *
028790*     Una sesion interactiva (sin tarjeta ni lote) que termina   *
028800*     bien no se registra: el diario es de la cadena por lote.   *
028810*----------------------------------------------------------------*
028820  9800-REGISTRAR-CORRIDA.
028830      IF NOT PG-CON-PARAMETROS AND NOT PG-MODO-LOTE-SI
028840              AND RETURN-CODE = 0
028850          GO TO 9800-REGISTRAR-CORRIDA-EXIT
028860      END-IF
028870      MOVE "POLIGONOS" TO COR-PROGRAMA
028880      IF PG-CON-PARAMETROS
028890          MOVE "S" TO COR-TARJETA
028900          MOVE PRM-REGISTRO TO COR-PARAMETROS
028910      ELSE
028920          MOVE "N" TO COR-TARJETA
028930          MOVE SPACES TO COR-PARAMETROS
028940      END-IF
028950      MOVE "LEIDOS" TO COR-CIFRA-NOMBRE (1)
028960      MOVE PG-CTL-LEIDOS TO COR-CIFRA-VALOR (1)
028970      MOVE "CLASIFICADOS" TO COR-CIFRA-NOMBRE (2)
028980      MOVE PG-CTL-CLASIFICADOS TO COR-CIFRA-VALOR (2)
028990      MOVE "RECHAZADOS" TO COR-CIFRA-NOMBRE (3)
029000      MOVE PG-CTL-RECHAZADOS TO COR-CIFRA-VALOR (3)
029010      MOVE "DUPLICADOS" TO COR-CIFRA-NOMBRE (4)
029020      MOVE PG-CTL-DUPLICADOS TO COR-CIFRA-VALOR (4)
029030      MOVE RETURN-CODE TO COR-RETORNO
029040      ACCEPT COR-FECHA-FIN FROM DATE YYYYMMDD
029050      ACCEPT COR-HORA-FIN FROM TIME
029060      OPEN EXTEND CORRIDAS-FILE
029070      IF PG-ESTADO-CORRIDAS = "35"
029080          OPEN OUTPUT CORRIDAS-FILE
029090          CLOSE CORRIDAS-FILE
029100          OPEN EXTEND CORRIDAS-FILE
029110      END-IF
029120      IF PG-ESTADO-CORRIDAS NOT = "00"
029130          DISPLAY "No se pudo abrir CORRIDAS-FILE, estado: "
029140              PG-ESTADO-CORRIDAS
029150          GO TO 9800-REGISTRAR-CORRIDA-EXIT
029160      END-IF
029170      WRITE COR-SALIDA FROM COR-REGISTRO
029180      CLOSE CORRIDAS-FILE.
029190  9800-REGISTRAR-CORRIDA-EXIT.
029200      EXIT.
