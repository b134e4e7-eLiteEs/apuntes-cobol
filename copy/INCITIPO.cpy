000010*----------------------------------------------------------*
000020*  INCITIPO.CPY                                              *
000030*  Catalogos de los incidentes disciplinarios: tipo de       *
000040*  incidente (codigo, gravedad L leve, G grave, M muy        *
000050*  grave, y texto) y sancion (codigo, si lleva dias de       *
000060*  suspension, y texto).  Los usan la captura INCIMANT, las  *
000070*  cartas INCICART, el reporte INCIREPT y ESCFICHA.  Un      *
000080*  tipo nuevo se agrega al final, ajustando el total y el    *
000090*  OCCURS.                                                    *
000100*----------------------------------------------------------*
000110* 2026-10-15 JFV  Creacion inicial.
000120*----------------------------------------------------------*
000130 01  INCITIPO-TOTAL              PIC 9(02) COMP VALUE 10.
000140 01  INCITIPO-CATALOGO.
000150     05  FILLER PIC X(33) VALUE
000160         "01LIndisciplina en clase         ".
000170     05  FILLER PIC X(33) VALUE
000180         "02LIncumplimiento del uniforme   ".
000190     05  FILLER PIC X(33) VALUE
000200         "03LObjeto o celular no permitido ".
000210     05  FILLER PIC X(33) VALUE
000220         "04GFalta de respeto al personal  ".
000230     05  FILLER PIC X(33) VALUE
000240         "05GAgresion verbal a companero   ".
000250     05  FILLER PIC X(33) VALUE
000260         "06GDeshonestidad academica       ".
000270     05  FILLER PIC X(33) VALUE
000280         "07GSalida del plantel sin permiso".
000290     05  FILLER PIC X(33) VALUE
000300         "08MAgresion fisica               ".
000310     05  FILLER PIC X(33) VALUE
000320         "09MAcoso escolar                 ".
000330     05  FILLER PIC X(33) VALUE
000340         "10MDano a las instalaciones      ".
000350 01  INCITIPO-TABLA REDEFINES INCITIPO-CATALOGO.
000360     05  INCITIPO-ENTRADA        OCCURS 10 TIMES
000370                                 INDEXED BY INCITIPO-IDX.
000380         10  INCITIPO-CODIGO     PIC X(02).
000390         10  INCITIPO-GRAVEDAD   PIC X(01).
000400             88  INCITIPO-LEVE           VALUE "L".
000410             88  INCITIPO-GRAVE          VALUE "G".
000420             88  INCITIPO-MUY-GRAVE      VALUE "M".
000430         10  INCITIPO-TEXTO      PIC X(30).
000440
000450 01  INCISANC-TOTAL              PIC 9(02) COMP VALUE 5.
000460 01  INCISANC-CATALOGO.
000470     05  FILLER PIC X(32) VALUE
000480         "NNSin sancion                   ".
000490     05  FILLER PIC X(32) VALUE
000500         "VNAmonestacion verbal           ".
000510     05  FILLER PIC X(32) VALUE
000520         "ENAmonestacion escrita          ".
000530     05  FILLER PIC X(32) VALUE
000540         "CNCitatorio al tutor            ".
000550     05  FILLER PIC X(32) VALUE
000560         "SSSuspension                    ".
000570 01  INCISANC-TABLA REDEFINES INCISANC-CATALOGO.
000580     05  INCISANC-ENTRADA        OCCURS 5 TIMES
000590                                 INDEXED BY INCISANC-IDX.
000600         10  INCISANC-CODIGO     PIC X(01).
000610         10  INCISANC-LLEVA-DIAS PIC X(01).
000620             88  INCISANC-CON-DIAS       VALUE "S".
000630         10  INCISANC-TEXTO      PIC X(30).
