000010*----------------------------------------------------------*
000020*  MENUOPC.CPY                                               *
000030*  Catalogo de las opciones del menu principal: numero de    *
000040*  opcion, programa que se llama, nivel de los roles fijos   *
000050*  (C consulta = todos, E escritura = admin y staff, A =     *
000060*  solo admin) y texto.  El menu solo muestra las opciones   *
000070*  que PERMCHK concede; USRMANT valida contra el catalogo    *
000080*  los programas de un permiso, PERMINIC siembra con los     *
000090*  niveles los permisos de los roles y PERMMATR imprime la   *
000100*  matriz de accesos.  Le sigue el catalogo de funciones     *
000110*  con permiso propio dentro de un programa, con su nivel.   *
000120*----------------------------------------------------------*
000130* 2026-10-15 JFV  Creacion inicial.
000135* 2026-10-15 JFV  Opciones 46 INCIMANT y 47 INCIREPT.
000136* 2026-10-15 JFV  Opciones 48 ADMICAPT, 49 ADMIDECI y
000137*                 50 ADMIREPT (admisiones).
000138* 2026-10-15 JFV  Opciones 51 EVENMANT, 52 EVENLIST y
000139*                 53 EVENCOBR (eventos y salidas).
000140* 2026-10-15 JFV  Opciones 54 ENFEMANT y 55 ENFEREPT
000141*                 (enfermeria).
000142*----------------------------------------------------------*
000150 01  MENUOPC-TOTAL               PIC 9(02) COMP VALUE 54.
000160 01  MENUOPC-CATALOGO.
000170     05  FILLER PIC X(51) VALUE
000180         "02IFELSE  CClasificar edad (IFELSE)                ".
000190     05  FILLER PIC X(51) VALUE
000200         "04AREACALCCCalculadora de areas (AREACALC)         ".
000210     05  FILLER PIC X(51) VALUE
000220         "06ESCREPT CLista de clase (ESCREPT)                ".
000230     05  FILLER PIC X(51) VALUE
000240         "07ESCEXTR CExtracto CSV (ESCEXTR)                  ".
000250     05  FILLER PIC X(51) VALUE
000260         "08LOGRPT  CResumen de accesos (LOGRPT)             ".
000270     05  FILLER PIC X(51) VALUE
000280         "09CLIACCT CCuenta de cliente (CLIACCT)             ".
000290     05  FILLER PIC X(51) VALUE
000300         "11HISTCONSCConsulta de historico (HISTCONS)        ".
000310     05  FILLER PIC X(51) VALUE
000320         "15ESCLISTACListas de honor y riesgo (ESCLISTA)     ".
000330     05  FILLER PIC X(51) VALUE
000340         "16ESCSTAT CEstadisticas por curso (ESCSTAT)        ".
000350     05  FILLER PIC X(51) VALUE
000360         "17ASISREPTCAsistencia mensual (ASISREPT)           ".
000370     05  FILLER PIC X(51) VALUE
000380         "18ESCMOVIMCMovimientos de matricula (ESCMOVIM)     ".
000390     05  FILLER PIC X(51) VALUE
000400         "21LECTCONSCConsulta del extracto (LECTCONS)        ".
000410     05  FILLER PIC X(51) VALUE
000420         "23ESCBOLETCBoletas por estudiante (ESCBOLET)       ".
000430     05  FILLER PIC X(51) VALUE
000440         "28ESCHORARCHorarios por estudiante (ESCHORAR)      ".
000450     05  FILLER PIC X(51) VALUE
000460         "29NOTAUDRPCCambios de nota tardios (NOTAUDRP)      ".
000470     05  FILLER PIC X(51) VALUE
000480         "34ESCEMERGCRol de emergencia por curso (ESCEMERG)  ".
000490     05  FILLER PIC X(51) VALUE
000500         "35ESCFICHACFicha del estudiante (ESCFICHA)         ".
000503     05  FILLER PIC X(51) VALUE
000506         "47INCIREPTCIncidentes del mes (INCIREPT)           ".
000507     05  FILLER PIC X(51) VALUE
000508         "50ADMIREPTCEmbudo de admisiones (ADMIREPT)         ".
000509     05  FILLER PIC X(51) VALUE
000510         "52EVENLISTCLista de la salida (EVENLIST)           ".
000511     05  FILLER PIC X(51) VALUE
000512         "53EVENCOBRCCobranza de eventos (EVENCOBR)          ".
000513     05  FILLER PIC X(51) VALUE
000514         "55ENFEREPTCVisitas a enfermeria (ENFEREPT)         ".
000515     05  FILLER PIC X(51) VALUE
000520         "03ESCUELA ERegistro de estudiantes (ESCUELA)       ".
000530     05  FILLER PIC X(51) VALUE
000540         "05ESCMANT EMantenimiento de estudiantes (ESCMANT)  ".
000550     05  FILLER PIC X(51) VALUE
000560         "13ESCREINGEReingreso de archivados (ESCREING)      ".
000570     05  FILLER PIC X(51) VALUE
000580         "14CURSMANTECatalogo de cursos (CURSMANT)           ".
000590     05  FILLER PIC X(51) VALUE
000600         "19ESCNOTASENotas por materia (ESCNOTAS)            ".
000610     05  FILLER PIC X(51) VALUE
000620         "20ESCASISTEAsistencia diaria (ESCASIST)            ".
000630     05  FILLER PIC X(51) VALUE
000640         "22CLIMANT EMantenimiento de clientes (CLIMANT)     ".
000650     05  FILLER PIC X(51) VALUE
000660         "24CALMANT ECalendario escolar (CALMANT)            ".
000670     05  FILLER PIC X(51) VALUE
000680         "25CLICAJA ECaja de la recepcion (CLICAJA)          ".
000690     05  FILLER PIC X(51) VALUE
000700         "26BECAMANTEBecas y descuentos (BECAMANT)           ".
000710     05  FILLER PIC X(51) VALUE
000720         "27PROFMANTEProfesores y asignaciones (PROFMANT)    ".
000730     05  FILLER PIC X(51) VALUE
000740         "30ESCCONSTEConstancia de estudios (ESCCONST)       ".
000750     05  FILLER PIC X(51) VALUE
000760         "31ESCBAJA ERetiro de estudiante (ESCBAJA)          ".
000770     05  FILLER PIC X(51) VALUE
000780         "32CAMPCAPTECampana de reinscripcion (CAMPCAPT)     ".
000790     05  FILLER PIC X(51) VALUE
000800         "38CONVMANTEConvenios de pago (CONVMANT)            ".
000810     05  FILLER PIC X(51) VALUE
000820         "39DEVMANT ESaldos a favor (DEVMANT)                ".
000830     05  FILLER PIC X(51) VALUE
000840         "40DOMIMANTEDomiciliacion bancaria (DOMIMANT)       ".
000850     05  FILLER PIC X(51) VALUE
000860         "41EXTRCAPTEExamenes extraordinarios (EXTRCAPT)     ".
000870     05  FILLER PIC X(51) VALUE
000880         "42ESCAMANTEEscala de calificacion (ESCAMANT)       ".
000890     05  FILLER PIC X(51) VALUE
000900         "43EXAMMANTECalendario de examenes (EXAMMANT)       ".
000910     05  FILLER PIC X(51) VALUE
000920         "45RECECAPTERecertificacion de accesos (RECECAPT)   ".
000923     05  FILLER PIC X(51) VALUE
000926         "46INCIMANTEIncidentes disciplinarios (INCIMANT)    ".
000927     05  FILLER PIC X(51) VALUE
000928         "48ADMICAPTESolicitudes de admision (ADMICAPT)      ".
000929     05  FILLER PIC X(51) VALUE
000930         "49ADMIDECIEDecision de admision (ADMIDECI)         ".
000931     05  FILLER PIC X(51) VALUE
000932         "51EVENMANTEEventos y salidas (EVENMANT)            ".
000933     05  FILLER PIC X(51) VALUE
000934         "54ENFEMANTEEnfermeria (ENFEMANT)                   ".
000935     05  FILLER PIC X(51) VALUE
000940         "10USRMANT AMantenimiento de cuentas (USRMANT)      ".
000950     05  FILLER PIC X(51) VALUE
000960         "12AUDCONS AConsulta de auditoria (AUDCONS)         ".
000970     05  FILLER PIC X(51) VALUE
000980         "33PARMMANTAParametros del sistema (PARMMANT)       ".
000990     05  FILLER PIC X(51) VALUE
001000         "36ESCMERGEAFusion de duplicados (ESCMERGE)         ".
001010     05  FILLER PIC X(51) VALUE
001020         "37APRBREV ACola de aprobaciones (APRBREV)          ".
001030     05  FILLER PIC X(51) VALUE
001040         "44SESCONS ASesiones abiertas (SESCONS)             ".
001050 01  MENUOPC-TABLA REDEFINES MENUOPC-CATALOGO.
001060     05  MENUOPC-ENTRADA         OCCURS 54 TIMES
001070                                 INDEXED BY MENUOPC-IDX.
001080         10  MENUOPC-NUMERO      PIC 9(02).
001090         10  MENUOPC-PROGRAMA    PIC X(08).
001100         10  MENUOPC-NIVEL       PIC X(01).
001110             88  MENUOPC-CONSULTA        VALUE "C".
001120             88  MENUOPC-ESCRITURA       VALUE "E".
001130             88  MENUOPC-ADMIN           VALUE "A".
001140         10  MENUOPC-TEXTO       PIC X(40).
001150
001160 01  MENUFUN-TOTAL               PIC 9(02) COMP VALUE 5.
001170 01  MENUFUN-CATALOGO.
001180     05  FILLER PIC X(47) VALUE
001190         "CLICAJA CAPTURA ERegistrar pago y ver el cajon ".
001200     05  FILLER PIC X(47) VALUE
001210         "CLICAJA CORTE   ECorte de caja del dia         ".
001220     05  FILLER PIC X(47) VALUE
001230         "CLICAJA ANULA   ESolicitar anulacion de recibo ".
001231     05  FILLER PIC X(47) VALUE
001232         "RECECAPTCONTESTAEContestar y ver el avance     ".
001233     05  FILLER PIC X(47) VALUE
001234         "RECECAPTASIGNA  AAsignar departamento y jefe   ".
001240 01  MENUFUN-TABLA REDEFINES MENUFUN-CATALOGO.
001250     05  MENUFUN-ENTRADA         OCCURS 5 TIMES
001260                                 INDEXED BY MENUFUN-IDX.
001270         10  MENUFUN-PROGRAMA    PIC X(08).
001280         10  MENUFUN-FUNCION     PIC X(08).
001285         10  MENUFUN-NIVEL       PIC X(01).
001290         10  MENUFUN-TEXTO       PIC X(30).
