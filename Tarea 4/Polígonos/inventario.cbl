000140*     que POLIGONOS graba en cada corrida por lote: consulta de  *
000150*     un panel por clave (pedido + linea), listados por tipo de  *
000160*     poligono y por veredicto, y cambio de estatus del panel    *
000162*     en el piso (cortado, embarcado, desechado, devuelto).      *
000164*     Las etiquetas viajeras de panel (ver ETQLIN) llevan la     *
000166*     clave con su digito verificador (ver DIGVER): el cambio    *
000168*     de estatus lo pide y lo comprueba antes de leer el         *
000170*     maestro, y la opcion 6 reimprime las etiquetas de un       *
000172*     pedido en ETQREIMP.                                        *
000180*                                                                *
000190* HISTORIAL DE MODIFICACIONES.                                   *
000200*     2026-08-21 RCV  Version original.                          *
000290*                      sin operador o sin auditoria no se        *
000300*                      cambia nada, y la opcion 5 muestra el     *
000310*                      historial completo de un panel.           *
000311*     2026-10-07 RCV  Estatus R (devuelto por el cliente) en el *
000312*                      cambio de estatus y en la consulta.       *
000313*     2026-10-13 RCV  Digito verificador de la clave en el       *
000314*                      cambio de estatus (5300) y opcion 6,      *
000315*                      reimpresion de las etiquetas de un        *
000316*                      pedido (7000).                            *
000317*     2026-10-15 RCV  R solo desde E (embarcado), igual que en   *
000318*                      TRANSPISO.                                *
000320*----------------------------------------------------------------*
000330  ENVIRONMENT DIVISION.
000340  INPUT-OUTPUT SECTION.
000410      SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
000420          ORGANIZATION IS LINE SEQUENTIAL
000430          FILE STATUS IS INQ-ESTADO-AUDITORIA.
000431      SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
000432          ORGANIZATION IS INDEXED
000433          ACCESS MODE IS RANDOM
000434          RECORD KEY IS CLI-CODIGO
000435          FILE STATUS IS INQ-ESTADO-CLIENTES.
000436      SELECT ETIQUETAS-FILE ASSIGN TO "ETQREIMP"
000437          ORGANIZATION IS LINE SEQUENTIAL
000438          FILE STATUS IS INQ-ESTADO-ETIQUETAS.

000440  DATA DIVISION.
000450  FILE SECTION.
000500      RECORD CONTAINS 38 CHARACTERS.
000510      COPY AUDREC.

000511  FD  CLIENTES-FILE
000512      RECORD CONTAINS 99 CHARACTERS.
000513      COPY CLIREC.

000514  FD  ETIQUETAS-FILE
000515      RECORD CONTAINS 80 CHARACTERS.
000516  01  ETQ-SALIDA                 PIC X(80).

000520  WORKING-STORAGE SECTION.
000530*----------------------------------------------------------------*
000540* INDICADORES Y CAMPOS DE TRABAJO DE LA CONSULTA.                *
000690  77  INQ-LISTADOS-EDIT           PIC Z(5)9.
000700  77  INQ-ESTATUS-NUEVO           PIC X(01) VALUE SPACE.
000710      88  INQ-ESTATUS-VALIDO                VALUE "C" "X"
000720                                            "E" "D" "R".
000730  77  INQ-ESTATUS-TEXTO           PIC X(12) VALUE SPACES.
000740  77  INQ-PEDIDO-EDIT             PIC Z(7)9.
000750  77  INQ-LINEA-EDIT              PIC Z(3)9.
000760  77  INQ-PERIMETRO-EDIT          PIC Z(12)9.
000770  77  INQ-AREA-EDIT               PIC Z(21)9.9999.
000771  77  INQ-DIGITO                  PIC X(01) VALUE SPACE.
000772  77  INQ-DIGITO-OK               PIC X(01) VALUE "N".
000773      88  INQ-DIGITO-CORRECTO               VALUE "S".
000774  77  INQ-ETQ-INDICE              PIC 9(02) COMP VALUE 0.
000775  77  INQ-ETIQUETAS               PIC 9(06) VALUE 0.

000780*----------------------------------------------------------------*
000790* OPERADOR Y AUDITORIA DE CAMBIOS DE ESTATUS (ver AUDREC).       *
000900      88  INQ-FIN-AUDITORIA-SI              VALUE "S".
000910  77  INQ-HIST-LISTADOS           PIC 9(06) VALUE 0.

000911*----------------------------------------------------------------*
000912* REIMPRESION DE ETIQUETAS DE PANEL (7000, ver ETQLIN y DIGVER). *
000913*----------------------------------------------------------------*
000914  77  INQ-ESTADO-CLIENTES         PIC X(02) VALUE "00".
000915  77  INQ-CLIENTES-OK             PIC X(01) VALUE "N".
000916      88  INQ-CLIENTES-DISPONIBLE           VALUE "S".
000917  77  INQ-ESTADO-ETIQUETAS        PIC X(02) VALUE "00".
000918      COPY DIGVER.
000919      COPY ETQLIN.

000920  PROCEDURE DIVISION.
000930*================================================================*
000940* 0000-MAINLINE                                                  *
001470      DISPLAY "  3 = listar paneles por veredicto"
001480      DISPLAY "  4 = cambiar estatus de un panel"
001490      DISPLAY "  5 = historial de estatus de un panel"
001492      DISPLAY "  6 = reimprimir etiquetas de un pedido"
001500      DISPLAY "  0 = salir"
001510      DISPLAY "Opcion: "
001520      ACCEPT INQ-OPCION
001660          WHEN "5"
001670              PERFORM 6000-MOSTRAR-HISTORIAL
001680                  THRU 6000-MOSTRAR-HISTORIAL-EXIT
001682          WHEN "6"
001684              PERFORM 7000-REIMPRIMIR-ETIQUETAS
001686                  THRU 7000-REIMPRIMIR-ETIQUETAS-EXIT
001690          WHEN "0"
001700              SET INQ-FIN-PROCESO-SI TO TRUE
001710          WHEN OTHER
002400              MOVE "embarcado" TO INQ-ESTATUS-TEXTO
002410          WHEN INV-DESECHADO
002420              MOVE "desechado" TO INQ-ESTATUS-TEXTO
002422          WHEN INV-DEVUELTO
002424              MOVE "devuelto" TO INQ-ESTATUS-TEXTO
002430          WHEN OTHER
002440              MOVE "desconocido" TO INQ-ESTATUS-TEXTO
002450      END-EVALUATE.
003400* 5000-CAMBIAR-ESTATUS                                           *
003410*     Lee un panel por clave, muestra su estatus actual y lo     *
003420*     reescribe con el nuevo (C clasificado, X cortado, E        *
003422*     embarcado, D desechado, R devuelto). Todo cambio queda     *
003424*     auditado en AUDITORIA-FILE con el estatus anterior, el     *
003426*     nuevo, el operador y la fecha/hora; sin operador           *
003428*     identificado o sin auditoria disponible no se cambia nada. *
003430*     Antes se comprueba el digito verificador de la clave.      *
003432*     Un panel solo pasa a R (devuelto) si esta embarcado.       *
003470*----------------------------------------------------------------*
003480  5000-CAMBIAR-ESTATUS.
003490      IF INQ-OPERADOR = SPACES
003530      END-IF
003540      PERFORM 2100-PEDIR-CLAVE
003550          THRU 2100-PEDIR-CLAVE-EXIT
003551      PERFORM 5300-VERIFICAR-DIGITO
003552          THRU 5300-VERIFICAR-DIGITO-EXIT
003553      IF NOT INQ-DIGITO-CORRECTO
003554          GO TO 5000-CAMBIAR-ESTATUS-EXIT
003555      END-IF
003560      READ INVENTARIO-FILE
003570          INVALID KEY
003580              DISPLAY "No hay panel con esa clave."
003610      PERFORM 3100-MOSTRAR-PANEL
003620          THRU 3100-MOSTRAR-PANEL-EXIT
003630      DISPLAY "Nuevo estatus (C=clasificado, X=cortado, "
003640          "E=embarcado, D=desechado, R=devuelto): "
003650      ACCEPT INQ-ESTATUS-NUEVO
003651      IF INQ-ESTATUS-NUEVO = "R" AND NOT INV-EMBARCADO
003652          DISPLAY "Solo un panel embarcado queda devuelto; "
003653              "no se cambio nada."
003654          GO TO 5000-CAMBIAR-ESTATUS-EXIT
003655      END-IF
003660      IF INQ-ESTATUS-VALIDO
003670          PERFORM 5100-ABRIR-AUDITORIA
003680              THRU 5100-ABRIR-AUDITORIA-EXIT
004900      END-IF.
004910  9000-FINALIZAR-EXIT.
004920      EXIT.

004930*----------------------------------------------------------------*
004940* 5300-VERIFICAR-DIGITO                                          *
004950*     Pide el digito verificador de la etiqueta del panel y lo   *
004960*     compara con el que corresponde a la clave capturada        *
004970*     (8210). Una clave mal copiada no llega a leer el maestro.  *
004980*----------------------------------------------------------------*
004990  5300-VERIFICAR-DIGITO.
005000      MOVE "N" TO INQ-DIGITO-OK
005010      DISPLAY "Digito verificador (de la etiqueta): "
005020      ACCEPT INQ-DIGITO
005030      IF INQ-DIGITO NOT NUMERIC
005040          DISPLAY "Sin digito verificador no se cambia el "
005050              "estatus."
005060          GO TO 5300-VERIFICAR-DIGITO-EXIT
005070      END-IF
005080      MOVE INQ-PEDIDO TO DV-PEDIDO
005090      MOVE INQ-LINEA TO DV-LINEA
005100      PERFORM 8210-CALCULAR-DIGITO
005110          THRU 8210-CALCULAR-DIGITO-EXIT
005120      IF INQ-DIGITO = DV-DIGITO-VERIFICADOR
005130          MOVE "S" TO INQ-DIGITO-OK
005140      ELSE
005150          DISPLAY "El digito verificador no cuadra con la "
005160              "clave; revisar pedido y linea en la etiqueta."
005170      END-IF.
005180  5300-VERIFICAR-DIGITO-EXIT.
005190      EXIT.

005200*----------------------------------------------------------------*
005210* 7000-REIMPRIMIR-ETIQUETAS                                      *
005220*     Reimprime en ETQREIMP las etiquetas viajeras de los        *
005230*     paneles de un pedido (las perdidas en el piso), igual que  *
005240*     las emite POLIGONOS; los paneles desechados no llevan      *
005250*     etiqueta. Sin maestro de clientes salen sin nombre.        *
005260*----------------------------------------------------------------*
005270  7000-REIMPRIMIR-ETIQUETAS.
005280      DISPLAY "Numero de pedido: "
005290      ACCEPT INQ-PEDIDO
005300      OPEN OUTPUT ETIQUETAS-FILE
005310      IF INQ-ESTADO-ETIQUETAS NOT = "00"
005320          DISPLAY "No se pudo abrir ETIQUETAS-FILE, estado: "
005330              INQ-ESTADO-ETIQUETAS
005340          GO TO 7000-REIMPRIMIR-ETIQUETAS-EXIT
005350      END-IF
005360      MOVE "N" TO INQ-CLIENTES-OK
005370      OPEN INPUT CLIENTES-FILE
005380      IF INQ-ESTADO-CLIENTES = "00"
005390          MOVE "S" TO INQ-CLIENTES-OK
005400      ELSE
005410          DISPLAY "Sin maestro de clientes las etiquetas "
005420              "salen sin nombre de cliente."
005430      END-IF
005440      MOVE "N" TO INQ-FIN-LISTA
005450      MOVE 0 TO INQ-ETIQUETAS
005460      MOVE INQ-PEDIDO TO INV-PEDIDO
005470      MOVE 0 TO INV-LINEA
005480      START INVENTARIO-FILE KEY NOT < INV-CLAVE
005490          INVALID KEY
005500              SET INQ-FIN-LISTA-SI TO TRUE
005510      END-START
005520      PERFORM 7010-LEER-PEDIDO
005530          THRU 7010-LEER-PEDIDO-EXIT
005540          UNTIL INQ-FIN-LISTA-SI
005550      CLOSE ETIQUETAS-FILE
005560      IF INQ-CLIENTES-DISPONIBLE
005570          CLOSE CLIENTES-FILE
005580      END-IF
005590      IF INQ-ETIQUETAS = 0
005600          DISPLAY "El pedido no tiene paneles con etiqueta en "
005610              "el inventario."
005620      ELSE
005630          MOVE INQ-ETIQUETAS TO INQ-LISTADOS-EDIT
005640          DISPLAY "Etiquetas reimpresas en ETQREIMP: "
005650              INQ-LISTADOS-EDIT
005660      END-IF.
005670  7000-REIMPRIMIR-ETIQUETAS-EXIT.
005680      EXIT.

005690*----------------------------------------------------------------*
005700* 7010-LEER-PEDIDO                                               *
005710*     Una pasada de la reimpresion: lee el siguiente panel y     *
005720*     emite su etiqueta mientras siga siendo del pedido pedido.  *
005730*----------------------------------------------------------------*
005740  7010-LEER-PEDIDO.
005750      READ INVENTARIO-FILE NEXT RECORD
005760          AT END
005770              SET INQ-FIN-LISTA-SI TO TRUE
005780              GO TO 7010-LEER-PEDIDO-EXIT
005790      END-READ
005800      IF INV-PEDIDO NOT = INQ-PEDIDO
005810          SET INQ-FIN-LISTA-SI TO TRUE
005820          GO TO 7010-LEER-PEDIDO-EXIT
005830      END-IF
005840      IF NOT INV-DESECHADO
005850          PERFORM 8200-GRABAR-ETIQUETA
005860              THRU 8200-GRABAR-ETIQUETA-EXIT
005870      END-IF.
005880  7010-LEER-PEDIDO-EXIT.
005890      EXIT.

005900*----------------------------------------------------------------*
005910* 8200-GRABAR-ETIQUETA                                           *
005920*     Escribe en ETQREIMP la etiqueta viajera del panel de       *
005930*     INV-REGISTRO, con el mismo formato que POLIGONOS 8200      *
005935*     (ver ETQLIN).                                              *
005940*----------------------------------------------------------------*
005950  8200-GRABAR-ETIQUETA.
005960      MOVE INV-PEDIDO TO DV-PEDIDO
005970      MOVE INV-LINEA TO DV-LINEA
005980      PERFORM 8210-CALCULAR-DIGITO
005990          THRU 8210-CALCULAR-DIGITO-EXIT
006000      MOVE INV-PEDIDO TO ETQ-CLAVE-PEDIDO
006010      MOVE INV-LINEA TO ETQ-CLAVE-LINEA
006020      MOVE DV-DIGITO-VERIFICADOR TO ETQ-CLAVE-DIGITO
006030      MOVE INV-FECHA-CLASIF TO ETQ-FECHA-CLASIF
006040      MOVE INV-CLIENTE TO ETQ-CLIENTE
006050      MOVE SPACES TO ETQ-CLIENTE-NOMBRE
006060      IF INQ-CLIENTES-DISPONIBLE
006070          MOVE INV-CLIENTE TO CLI-CODIGO
006080          READ CLIENTES-FILE
006090              NOT INVALID KEY
006100                  MOVE CLI-NOMBRE TO ETQ-CLIENTE-NOMBRE
006110          END-READ
006120      END-IF
006130      MOVE INV-PEDIDO TO ETQ-PEDIDO
006140      MOVE INV-LINEA TO ETQ-LINEA
006150      MOVE INV-POLIGONO TO ETQ-POLIGONO
006160      MOVE INV-LADOS TO ETQ-LADOS
006170      MOVE INV-VEREDICTO TO ETQ-VEREDICTO
006180      PERFORM 8220-PASAR-MEDIDA
006190          THRU 8220-PASAR-MEDIDA-EXIT
006200          VARYING INQ-ETQ-INDICE FROM 1 BY 1
006210          UNTIL INQ-ETQ-INDICE > 4
006220      IF INV-LADOS > 4
006230          MOVE " ..." TO ETQ-MAS-LADOS
006240      ELSE
006250          MOVE SPACES TO ETQ-MAS-LADOS
006260      END-IF
006270      MOVE INV-PERIMETRO TO ETQ-PERIMETRO
006280      MOVE INV-AREA TO ETQ-AREA
006290      WRITE ETQ-SALIDA FROM ETQ-SEPARADOR
006300      WRITE ETQ-SALIDA FROM ETQ-LINEA-CLAVE
006310      WRITE ETQ-SALIDA FROM ETQ-LINEA-CLIENTE
006320      WRITE ETQ-SALIDA FROM ETQ-LINEA-PEDIDO
006330      WRITE ETQ-SALIDA FROM ETQ-LINEA-POLIGONO
006340      WRITE ETQ-SALIDA FROM ETQ-LINEA-MEDIDAS
006350      WRITE ETQ-SALIDA FROM ETQ-LINEA-MAGNITUDES
006360      ADD 1 TO INQ-ETIQUETAS.
006370  8200-GRABAR-ETIQUETA-EXIT.
006380      EXIT.

006390*----------------------------------------------------------------*
006400* 8210-CALCULAR-DIGITO                                           *
006410*     Digito verificador modulo 10 de la clave en DV-CLAVE,      *
006420*     igual que en POLIGONOS 8210 (ver DIGVER).                  *
006430*----------------------------------------------------------------*
006440  8210-CALCULAR-DIGITO.
006450      MOVE 0 TO DV-SUMA
006460      MOVE "S" TO DV-DOBLAR-SW
006470      PERFORM 8211-SUMAR-DIGITO
006480          THRU 8211-SUMAR-DIGITO-EXIT
006490          VARYING DV-INDICE FROM 12 BY -1
006500          UNTIL DV-INDICE < 1
006510      DIVIDE DV-SUMA BY 10 GIVING DV-COCIENTE
006520          REMAINDER DV-RESTO
006530      IF DV-RESTO = 0
006540          MOVE 0 TO DV-DIGITO-VERIFICADOR
006550      ELSE
006560          COMPUTE DV-DIGITO-VERIFICADOR = 10 - DV-RESTO
006570      END-IF.
006580  8210-CALCULAR-DIGITO-EXIT.
006590      EXIT.

006600  8211-SUMAR-DIGITO.
006610      IF DV-DOBLAR
006620          COMPUTE DV-PRODUCTO = DV-DIGITO (DV-INDICE) * 2
006630          IF DV-PRODUCTO > 9
006640              SUBTRACT 9 FROM DV-PRODUCTO
006650          END-IF
006660          MOVE "N" TO DV-DOBLAR-SW
006670      ELSE
006680          MOVE DV-DIGITO (DV-INDICE) TO DV-PRODUCTO
006690          MOVE "S" TO DV-DOBLAR-SW
006700      END-IF
006710      ADD DV-PRODUCTO TO DV-SUMA.
006720  8211-SUMAR-DIGITO-EXIT.
006730      EXIT.

006740*----------------------------------------------------------------*
006750* 8220-PASAR-MEDIDA                                              *
006760*     Una medida de la etiqueta; las que el panel no tiene       *
006770*     (triangulo) quedan en blanco.                              *
006780*----------------------------------------------------------------*
006790  8220-PASAR-MEDIDA.
006800      IF INQ-ETQ-INDICE > INV-LADOS
006810          MOVE SPACES TO ETQ-MEDIDA-CAMPO (INQ-ETQ-INDICE)
006820      ELSE
006830          MOVE INV-MEDIDA (INQ-ETQ-INDICE)
006840              TO ETQ-MEDIDA (INQ-ETQ-INDICE)
006850      END-IF.
006860  8220-PASAR-MEDIDA-EXIT.
006870      EXIT.
