000010*----------------------------------------------------------------*
000020* DESREC.CPY                                                     *
000030* Registro de la descarga del maestro de inventario              *
000040* (INVENTAR.AAAAMMDD, secuencial, una por dia). DESCARGA la      *
000050* escribe con un encabezado (E) con la fecha y hora en que       *
000060* empezo, un registro de panel (P) por cada panel del maestro    *
000070* en orden de clave, con la imagen completa de INV-REGISTRO      *
000080* (ver INVREC), y al final un registro de totales (T) con las    *
000090* cifras de control: paneles descargados y sumas de INV-AREA y   *
000100* de INV-PERIMETRO. Una descarga sin registro de totales quedo   *
000110* incompleta y no sirve para recargar.                           *
000120*                                                                *
000130* RECARGA reconstruye el maestro desde una descarga y comprueba  *
000140* las cifras de control; REAPLICA toma del encabezado la fecha   *
000150* y hora de la descarga para volver a aplicar los cambios de     *
000160* estatus de la auditoria posteriores a ella.                    *
000161*                                                                *
000162* DES-PANEL-CIFRAS ubica la clave, el perimetro y el area dentro *
000164* de la imagen del panel (mismas posiciones que en INVREC), para *
000166* comprobar la descarga sin pasar el panel al maestro.           *
000170*                                                                *
000180* 2026-10-15 RCV  Creacion - descarga y recarga del inventario.  *
000190*----------------------------------------------------------------*
000200  01  DES-REGISTRO.
000210      05  DES-TIPO               PIC X(01).
000220          88  DES-ENCABEZADO               VALUE "E".
000230          88  DES-PANEL                    VALUE "P".
000240          88  DES-TOTALES                  VALUE "T".
000250      05  DES-PANEL-DATOS        PIC X(307).
000260      05  DES-CONTROL            REDEFINES DES-PANEL-DATOS.
000270          10  DES-MOMENTO.
000280              15  DES-FECHA      PIC 9(08).
000290              15  DES-HORA       PIC 9(08).
000300          10  DES-REGISTROS      PIC 9(09).
000310          10  DES-SUMA-AREA      PIC 9(25)V9(04).
000320          10  DES-SUMA-PERIMETRO PIC 9(17).
000330          10  FILLER             PIC X(236).
000340      05  DES-PANEL-CIFRAS       REDEFINES DES-PANEL-DATOS.
000350          10  DES-PAN-CLAVE      PIC X(12).
000360          10  FILLER             PIC X(216).
000370          10  DES-PAN-PERIMETRO  PIC 9(13).
000380          10  DES-PAN-AREA       PIC 9(21)V9(04).
000390          10  FILLER             PIC X(41).
