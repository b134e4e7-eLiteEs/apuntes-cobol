000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ESCSECCI                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Planeacion de secciones paralelas: por cada curso del     *
000090*  catalogo CURSOIDX cuya lista de espera pendiente en       *
000100*  ESPERIDX rebasa los lugares que ESCESPER puede ofrecer    *
000110*  (CURSO-CAPACIDAD menos CURSO-INSCRITOS) imprime cupo,     *
000120*  inscritos, espera, faltante, el tamano de una seccion     *
000130*  nueva que reparta a inscritos y espera en dos mitades, y  *
000140*  el aula libre de AULAIDX (sin curso asignado) mas chica   *
000150*  que alcance ese tamano a los metros cuadrados por alumno  *
000160*  de SYSPARM (M2-POR-ALUMNO, como CURSMANT).  Un aula ya     *
000170*  propuesta no se vuelve a proponer en la misma corrida.    *
000180*  El director decide con este reporte; la division la hace  *
000190*  ESCDIVID.  Salida como generacion fechada via RPTGEN.     *
000200*----------------------------------------------------------*
000210*  MODIFICATIONS.
000220*  2026-10-15 JFV  Creacion inicial.
000230*----------------------------------------------------------*
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. ESCSECCI.
000260 AUTHOR. J. FIGUEROA VEGA.
000270 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000280 DATE-WRITTEN. 2026-10-15.
000290 DATE-COMPILED.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CURSO-FILE ASSIGN TO "CURSOIDX"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CURSO-CODIGO
000380         FILE STATUS IS WS-CUR-STATUS.
000390
000400     SELECT ESPERA-FILE ASSIGN TO "ESPERIDX"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS ESPERA-CLAVE
000440         FILE STATUS IS WS-ESP-STATUS.
000450
000460     SELECT AULA-FILE ASSIGN TO "AULAIDX"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS AULA-CODIGO
000500         FILE STATUS IS WS-AUL-STATUS.
000510
000520     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RPT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CURSO-FILE.
000590     COPY CURSOREC.
000600
000610 FD  ESPERA-FILE.
000620     COPY ESPREC.
000630
000640 FD  AULA-FILE.
000650     COPY AULAREC.
000660
000670 FD  REPORTE-FILE.
000680 01  REPORTE-LINEA                PIC X(100).
000690
000700 WORKING-STORAGE SECTION.
000710 01  WS-CUR-STATUS                PIC X(02).
000720     88  WS-CUR-OK                        VALUE "00".
000730
000740 01  WS-ESP-STATUS                PIC X(02).
000750     88  WS-ESP-OK                        VALUE "00".
000760
000770 01  WS-AUL-STATUS                PIC X(02).
000780     88  WS-AUL-OK                        VALUE "00".
000790
000800 01  WS-RPT-STATUS                PIC X(02).
000810     88  WS-RPT-OK                        VALUE "00".
000820
000830 01  WS-SWITCHES.
000840     05  WS-FIN-CATALOGO          PIC X(01) VALUE "N".
000850         88  FIN-DE-CATALOGO              VALUE "S".
000860     05  WS-FIN-COLA              PIC X(01) VALUE "N".
000870         88  FIN-DE-COLA                  VALUE "S".
000880     05  WS-FIN-AULAS             PIC X(01) VALUE "N".
000890         88  FIN-DE-AULAS                 VALUE "S".
000900     05  WS-HAY-AULAS             PIC X(01) VALUE "N".
000910         88  AULAS-DISPONIBLES            VALUE "S".
000920     05  WS-AULA-EN-USO           PIC X(01) VALUE "N".
000930         88  AULA-EN-USO                  VALUE "S".
000940
000950 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "ESCSECCI".
000960
000970 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000980 01  WS-M2-POR-ALUMNO             PIC 9(03) VALUE 2.
000990
001000*  Aulas asignadas a algun curso del catalogo.
001010 01  WS-TOTAL-USADAS              PIC 9(03) COMP VALUE ZERO.
001020 01  WS-TABLA-USADAS.
001030     05  WS-USA-AULA              PIC X(06) OCCURS 300 TIMES.
001040 01  WS-IDX-USA                   PIC 9(03) COMP.
001050
001060*  Aulas libres con los alumnos que caben en cada una.
001070 01  WS-TOTAL-LIBRES              PIC 9(03) COMP VALUE ZERO.
001080 01  WS-TABLA-LIBRES.
001090     05  WS-LIB-ENTRADA           OCCURS 100 TIMES.
001100         10  WS-LIB-AULA          PIC X(06).
001110         10  WS-LIB-ASIENTOS      PIC 9(05).
001120         10  WS-LIB-PROPUESTA     PIC X(01).
001130 01  WS-IDX-LIB                   PIC 9(03) COMP.
001140 01  WS-IDX-MEJOR                 PIC 9(03) COMP.
001150
001160*  Medicion del curso en proceso.
001170 01  WS-PENDIENTES                PIC 9(05) VALUE ZERO.
001180 01  WS-LUGARES-LIBRES            PIC S9(05) VALUE ZERO.
001190 01  WS-FALTANTE                  PIC 9(05) VALUE ZERO.
001200 01  WS-TAMANO-SECCION            PIC 9(05) VALUE ZERO.
001210
001220 01  WS-CONTADORES.
001230     05  WS-CURSOS-LEIDOS         PIC 9(05) COMP VALUE ZERO.
001240     05  WS-CURSOS-SATURADOS      PIC 9(05) COMP VALUE ZERO.
001250     05  WS-CURSOS-SIN-AULA       PIC 9(05) COMP VALUE ZERO.
001260
001270 01  WS-LINEA-TITULO.
001280     05  FILLER                   PIC X(44)
001290         VALUE "PLANEACION DE SECCIONES PARALELAS - FECHA: ".
001300     05  RPT-FECHA                PIC 9(08).
001310     05  FILLER                   PIC X(48) VALUE SPACES.
001320
001330 01  WS-LINEA-TITULOS             PIC X(100) VALUE
001340     "CURSO      NIV CUPO INSC ESPERA FALTAN SECCION AULA   CABEN
001350-    " DESCRIPCION".
001360
001370 01  WS-LINEA-DETALLE.
001380     05  RPT-CURSO                PIC X(10).
001390     05  FILLER                   PIC X(01) VALUE SPACE.
001400     05  RPT-NIVEL                PIC Z9.
001410     05  FILLER                   PIC X(02) VALUE SPACES.
001420     05  RPT-CAPACIDAD            PIC ZZ9.
001430     05  FILLER                   PIC X(02) VALUE SPACES.
001440     05  RPT-INSCRITOS            PIC ZZ9.
001450     05  FILLER                   PIC X(02) VALUE SPACES.
001460     05  RPT-ESPERA               PIC ZZZZ9.
001470     05  FILLER                   PIC X(02) VALUE SPACES.
001480     05  RPT-FALTANTE             PIC ZZZZ9.
001490     05  FILLER                   PIC X(03) VALUE SPACES.
001500     05  RPT-SECCION              PIC ZZZZ9.
001510     05  FILLER                   PIC X(01) VALUE SPACE.
001520     05  RPT-AULA                 PIC X(06).
001530     05  FILLER                   PIC X(01) VALUE SPACE.
001540     05  RPT-CABEN                PIC ZZZZ9.
001550     05  FILLER                   PIC X(01) VALUE SPACE.
001560     05  RPT-DESCRIPCION          PIC X(30).
001570     05  FILLER                   PIC X(11) VALUE SPACES.
001580
001590 COPY ERRPARM.
001600
001610 COPY PARMPARM.
001620
001630 COPY RPTGPARM.
001640
001650 PROCEDURE DIVISION.
001660 0000-MAINLINE.
001670     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001680     PERFORM 1100-CARGAR-USADAS THRU 1100-EXIT.
001690     PERFORM 1200-CARGAR-LIBRES THRU 1200-EXIT.
001700     PERFORM 2000-REVISAR-CURSOS THRU 2000-EXIT.
001710     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001720     STOP RUN.
001730
001740*----------------------------------------------------------*
001750*  1000-INICIALIZAR - Abre catalogo, lista de espera y       *
001760*  aulas; generacion fechada del reporte.                     *
001770*----------------------------------------------------------*
001780 1000-INICIALIZAR.
001790     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001800
001810     OPEN INPUT CURSO-FILE.
001820     IF NOT WS-CUR-OK
001830         MOVE "ESCSECCI"      TO ERRHAND-PROGRAMA
001840         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001850         MOVE WS-CUR-STATUS   TO ERRHAND-FILE-STATUS
001860         SET ERRHAND-FATAL TO TRUE
001870         MOVE "ERROR AL ABRIR CURSOIDX" TO ERRHAND-MENSAJE
001880         CALL "ERRHAND" USING ERRHAND-PARM
001890         STOP RUN
001900     END-IF.
001910
001920     OPEN INPUT ESPERA-FILE.
001930     IF NOT WS-ESP-OK
001940         MOVE "ESCSECCI"      TO ERRHAND-PROGRAMA
001950         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001960         MOVE WS-ESP-STATUS   TO ERRHAND-FILE-STATUS
001970         SET ERRHAND-FATAL TO TRUE
001980         MOVE "ERROR AL ABRIR ESPERIDX" TO ERRHAND-MENSAJE
001990         CALL "ERRHAND" USING ERRHAND-PARM
002000         STOP RUN
002010     END-IF.
002020
002030*  Sin el maestro de aulas el reporte sale sin propuesta de
002040*  aula; la demanda por curso se imprime igual.
002050     OPEN INPUT AULA-FILE.
002060     IF WS-AUL-OK
002070         SET AULAS-DISPONIBLES TO TRUE
002080     ELSE
002090         DISPLAY "AVISO: sin AULAIDX; no se proponen aulas"
002100     END-IF.
002110
002120     MOVE "M2-POR-ALUMNO" TO PARMLKP-CLAVE.
002130     CALL "PARMLKP" USING PARMLKP-PARM.
002140     IF PARMLKP-ENCONTRADO
002150        AND PARMLKP-VALOR IS NUMERIC
002160         MOVE PARMLKP-VALOR TO WS-M2-POR-ALUMNO
002170     END-IF.
002180
002190     MOVE "ESCSECCI" TO RPTGEN-REPORTE.
002200     CALL "RPTGEN" USING RPTGEN-PARM.
002210     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
002220     OPEN OUTPUT REPORTE-FILE.
002230     MOVE WS-FECHA-HOY TO RPT-FECHA.
002240     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
002250     MOVE SPACES TO REPORTE-LINEA.
002260     WRITE REPORTE-LINEA.
002270     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
002280 1000-EXIT.
002290     EXIT.
002300
002310*----------------------------------------------------------*
002320*  1100-CARGAR-USADAS - Aulas que ya tiene algun curso.      *
002330*----------------------------------------------------------*
002340 1100-CARGAR-USADAS.
002350     IF NOT AULAS-DISPONIBLES
002360         GO TO 1100-EXIT
002370     END-IF.
002380     MOVE LOW-VALUES TO CURSO-CODIGO.
002390     START CURSO-FILE KEY NOT < CURSO-CODIGO
002400         INVALID KEY
002410             GO TO 1100-EXIT
002420     END-START.
002430     MOVE "N" TO WS-FIN-CATALOGO.
002440     PERFORM 1110-ANOTAR-USADA THRU 1110-EXIT
002450         UNTIL FIN-DE-CATALOGO.
002460 1100-EXIT.
002470     EXIT.
002480
002490 1110-ANOTAR-USADA.
002500     READ CURSO-FILE NEXT RECORD
002510         AT END
002520             SET FIN-DE-CATALOGO TO TRUE
002530             GO TO 1110-EXIT
002540     END-READ.
002550     IF CURSO-AULA = SPACES OR WS-TOTAL-USADAS >= 300
002560         GO TO 1110-EXIT
002570     END-IF.
002580     ADD 1 TO WS-TOTAL-USADAS.
002590     MOVE CURSO-AULA TO WS-USA-AULA (WS-TOTAL-USADAS).
002600 1110-EXIT.
002610     EXIT.
002620
002630*----------------------------------------------------------*
002640*  1200-CARGAR-LIBRES - Aulas del maestro que ningun curso   *
002650*  tiene asignada, con los alumnos que caben en cada una.    *
002660*----------------------------------------------------------*
002670 1200-CARGAR-LIBRES.
002680     IF NOT AULAS-DISPONIBLES
002690         GO TO 1200-EXIT
002700     END-IF.
002710     MOVE LOW-VALUES TO AULA-CODIGO.
002720     START AULA-FILE KEY NOT < AULA-CODIGO
002730         INVALID KEY
002740             GO TO 1200-EXIT
002750     END-START.
002760     MOVE "N" TO WS-FIN-AULAS.
002770     PERFORM 1210-ANOTAR-LIBRE THRU 1210-EXIT
002780         UNTIL FIN-DE-AULAS.
002790 1200-EXIT.
002800     EXIT.
002810
002820 1210-ANOTAR-LIBRE.
002830     READ AULA-FILE NEXT RECORD
002840         AT END
002850             SET FIN-DE-AULAS TO TRUE
002860             GO TO 1210-EXIT
002870     END-READ.
002880     MOVE "N" TO WS-AULA-EN-USO.
002890     PERFORM 1220-BUSCAR-USADA THRU 1220-EXIT
002900         VARYING WS-IDX-USA FROM 1 BY 1
002910         UNTIL WS-IDX-USA > WS-TOTAL-USADAS
002920            OR AULA-EN-USO.
002930     IF AULA-EN-USO OR WS-TOTAL-LIBRES >= 100
002940         GO TO 1210-EXIT
002950     END-IF.
002960     ADD 1 TO WS-TOTAL-LIBRES.
002970     MOVE AULA-CODIGO TO WS-LIB-AULA (WS-TOTAL-LIBRES).
002980     MOVE "N"         TO WS-LIB-PROPUESTA (WS-TOTAL-LIBRES).
002990     IF WS-M2-POR-ALUMNO = ZERO
003000         MOVE 999 TO WS-LIB-ASIENTOS (WS-TOTAL-LIBRES)
003010     ELSE
003020         COMPUTE WS-LIB-ASIENTOS (WS-TOTAL-LIBRES) =
003030             AULA-AREA / WS-M2-POR-ALUMNO
003040     END-IF.
003050 1210-EXIT.
003060     EXIT.
003070
003080 1220-BUSCAR-USADA.
003090     IF WS-USA-AULA (WS-IDX-USA) = AULA-CODIGO
003100         SET AULA-EN-USO TO TRUE
003110     END-IF.
003120 1220-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------*
003160*  2000-REVISAR-CURSOS - Mide la demanda de cada curso.       *
003170*----------------------------------------------------------*
003180 2000-REVISAR-CURSOS.
003190     MOVE LOW-VALUES TO CURSO-CODIGO.
003200     START CURSO-FILE KEY NOT < CURSO-CODIGO
003210         INVALID KEY
003220             DISPLAY "CATALOGO DE CURSOS VACIO"
003230             GO TO 2000-EXIT
003240     END-START.
003250     MOVE "N" TO WS-FIN-CATALOGO.
003260     PERFORM 2100-REVISAR-CURSO THRU 2100-EXIT
003270         UNTIL FIN-DE-CATALOGO.
003280 2000-EXIT.
003290     EXIT.
003300
003310 2100-REVISAR-CURSO.
003320     READ CURSO-FILE NEXT RECORD
003330         AT END
003340             SET FIN-DE-CATALOGO TO TRUE
003350             GO TO 2100-EXIT
003360     END-READ.
003370     ADD 1 TO WS-CURSOS-LEIDOS.
003380     PERFORM 2200-CONTAR-PENDIENTES THRU 2200-EXIT.
003390     IF WS-PENDIENTES = ZERO
003400         GO TO 2100-EXIT
003410     END-IF.
003420
003430     COMPUTE WS-LUGARES-LIBRES =
003440         CURSO-CAPACIDAD - CURSO-INSCRITOS.
003450     IF WS-LUGARES-LIBRES < ZERO
003460         MOVE ZERO TO WS-LUGARES-LIBRES
003470     END-IF.
003480     IF WS-PENDIENTES <= WS-LUGARES-LIBRES
003490         GO TO 2100-EXIT
003500     END-IF.
003510
003520*  Saturado: ESCESPER nunca colocara a todos.  La seccion
003530*  nueva se lleva la mitad de inscritos mas espera.
003540     ADD 1 TO WS-CURSOS-SATURADOS.
003550     COMPUTE WS-FALTANTE = WS-PENDIENTES - WS-LUGARES-LIBRES.
003560     COMPUTE WS-TAMANO-SECCION =
003570         (CURSO-INSCRITOS + WS-PENDIENTES + 1) / 2.
003580     PERFORM 2300-PROPONER-AULA THRU 2300-EXIT.
003590
003600     MOVE CURSO-CODIGO      TO RPT-CURSO.
003610     MOVE CURSO-NIVEL       TO RPT-NIVEL.
003620     MOVE CURSO-CAPACIDAD   TO RPT-CAPACIDAD.
003630     MOVE CURSO-INSCRITOS   TO RPT-INSCRITOS.
003640     MOVE WS-PENDIENTES     TO RPT-ESPERA.
003650     MOVE WS-FALTANTE       TO RPT-FALTANTE.
003660     MOVE WS-TAMANO-SECCION TO RPT-SECCION.
003670     MOVE CURSO-DESCRIPCION TO RPT-DESCRIPCION.
003680     IF WS-IDX-MEJOR = ZERO
003690         MOVE "------" TO RPT-AULA
003700         MOVE ZERO TO RPT-CABEN
003710         ADD 1 TO WS-CURSOS-SIN-AULA
003720     ELSE
003730         MOVE WS-LIB-AULA (WS-IDX-MEJOR)     TO RPT-AULA
003740         MOVE WS-LIB-ASIENTOS (WS-IDX-MEJOR) TO RPT-CABEN
003750         MOVE "S" TO WS-LIB-PROPUESTA (WS-IDX-MEJOR)
003760     END-IF.
003770     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
003780 2100-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------*
003820*  2200-CONTAR-PENDIENTES - Solicitudes pendientes del curso *
003830*----------------------------------------------------------*
003840 2200-CONTAR-PENDIENTES.
003850     MOVE ZERO TO WS-PENDIENTES.
003860     MOVE CURSO-CODIGO TO ESPERA-CURSO.
003870     MOVE ZERO TO ESPERA-SECUENCIA.
003880     START ESPERA-FILE KEY NOT < ESPERA-CLAVE
003890         INVALID KEY
003900             GO TO 2200-EXIT
003910     END-START.
003920     MOVE "N" TO WS-FIN-COLA.
003930     PERFORM 2210-CONTAR-UNA THRU 2210-EXIT
003940         UNTIL FIN-DE-COLA.
003950 2200-EXIT.
003960     EXIT.
003970
003980 2210-CONTAR-UNA.
003990     READ ESPERA-FILE NEXT RECORD
004000         AT END
004010             SET FIN-DE-COLA TO TRUE
004020             GO TO 2210-EXIT
004030     END-READ.
004040     IF ESPERA-CURSO NOT = CURSO-CODIGO
004050         SET FIN-DE-COLA TO TRUE
004060         GO TO 2210-EXIT
004070     END-IF.
004080     IF ESPERA-PENDIENTE
004090         ADD 1 TO WS-PENDIENTES
004100     END-IF.
004110 2210-EXIT.
004120     EXIT.
004130
004140*----------------------------------------------------------*
004150*  2300-PROPONER-AULA - El aula libre mas chica en la que    *
004160*  quepa la seccion nueva; cero si no hay ninguna.            *
004170*----------------------------------------------------------*
004180 2300-PROPONER-AULA.
004190     MOVE ZERO TO WS-IDX-MEJOR.
004200     PERFORM 2310-COMPARAR-AULA THRU 2310-EXIT
004210         VARYING WS-IDX-LIB FROM 1 BY 1
004220         UNTIL WS-IDX-LIB > WS-TOTAL-LIBRES.
004230 2300-EXIT.
004240     EXIT.
004250
004260 2310-COMPARAR-AULA.
004270     IF WS-LIB-PROPUESTA (WS-IDX-LIB) = "S"
004280        OR WS-LIB-ASIENTOS (WS-IDX-LIB) < WS-TAMANO-SECCION
004290         GO TO 2310-EXIT
004300     END-IF.
004310     IF WS-IDX-MEJOR = ZERO
004320         MOVE WS-IDX-LIB TO WS-IDX-MEJOR
004330         GO TO 2310-EXIT
004340     END-IF.
004350     IF WS-LIB-ASIENTOS (WS-IDX-LIB)
004360             < WS-LIB-ASIENTOS (WS-IDX-MEJOR)
004370         MOVE WS-IDX-LIB TO WS-IDX-MEJOR
004380     END-IF.
004390 2310-EXIT.
004400     EXIT.
004410
004420*----------------------------------------------------------*
004430*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
004440*----------------------------------------------------------*
004450 9000-FINALIZAR.
004460     IF WS-CURSOS-SATURADOS = ZERO
004470         MOVE "  (NINGUN CURSO CON ESPERA MAYOR A SU CUPO LIBRE)"
004480             TO REPORTE-LINEA
004490         WRITE REPORTE-LINEA
004500     END-IF.
004510     CLOSE CURSO-FILE.
004520     CLOSE ESPERA-FILE.
004530     IF AULAS-DISPONIBLES
004540         CLOSE AULA-FILE
004550     END-IF.
004560     CLOSE REPORTE-FILE.
004570     DISPLAY " ".
004580     DISPLAY "---- PLANEACION DE SECCIONES ----".
004590     DISPLAY "CURSOS LEIDOS     : " WS-CURSOS-LEIDOS.
004600     DISPLAY "CURSOS SATURADOS  : " WS-CURSOS-SATURADOS.
004610     DISPLAY "SIN AULA LIBRE    : " WS-CURSOS-SIN-AULA.
004620     DISPLAY "AULAS LIBRES      : " WS-TOTAL-LIBRES.
004630     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
004640 9000-EXIT.
004650     EXIT.
