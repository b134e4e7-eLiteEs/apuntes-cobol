000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ESCAMANT                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Mantenimiento de la escala de calificacion ESCALIDX por   *
000090*  CURSO-NIVEL: cada rango de la nota numerica lleva su      *
000100*  letra o descriptor (Excelente, Muy bien, Suficiente,      *
000110*  Insuficiente en primaria; la nota misma o su letra en     *
000120*  secundaria) y si aprueba.  Los rangos de un nivel no se   *
000130*  enciman; el DESDE mas bajo de los aprobatorios es la      *
000140*  nota minima del nivel (rutina comun ESCALCHK).            *
000150*----------------------------------------------------------*
000160*  MODIFICATIONS.
000170*  2026-10-15 JFV  Creacion inicial.
000173*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000176*                  (rutina PERMCHK, archivo PERMIDX).
000180*----------------------------------------------------------*
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCAMANT.
000210 AUTHOR. J. FIGUEROA VEGA.
000220 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000230 DATE-WRITTEN. 2026-10-15.
000240 DATE-COMPILED.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ESCALA-FILE ASSIGN TO "ESCALIDX"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS ESCALA-CLAVE
000330         FILE STATUS IS WS-ESC-STATUS.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  ESCALA-FILE.
000380     COPY ESCALREC.
000390
000400 WORKING-STORAGE SECTION.
000410 01  WS-ESC-STATUS                PIC X(02).
000420     88  WS-ESC-OK                        VALUE "00".
000430     88  WS-ESC-NO-ENCONTRADO              VALUE "23".
000440
000450 01  WS-SWITCHES.
000460     05  WS-OPCION                PIC 9(01) VALUE ZERO.
000470     05  WS-FIN-MENU              PIC X(01) VALUE "N".
000480         88  FIN-DE-MENU                  VALUE "S".
000490     05  WS-FIN-LISTADO           PIC X(01) VALUE "N".
000500         88  FIN-DE-LISTADO               VALUE "S".
000510     05  WS-RANGO-ENCIMADO        PIC X(01) VALUE "N".
000520         88  RANGO-ENCIMADO               VALUE "S".
000530
000540 01  WS-ENTRADA-OPCION            PIC X(01).
000550 01  WS-ENTRADA-NIVEL             PIC X(02).
000560 01  WS-ENTRADA-CALIF             PIC X(04).
000570 01  WS-ENTRADA-CALIF-N REDEFINES
000580     WS-ENTRADA-CALIF            PIC 9(02)V9(02).
000590 01  WS-ENTRADA-TEXTO             PIC X(15).
000600 01  WS-ENTRADA-APRUEBA           PIC X(01).
000610 01  WS-ENTRADA-CONFIRMA          PIC X(01).
000620
000630 01  WS-OPERADOR                  PIC X(20).
000640 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000650 01  WS-NIVEL-TRABAJO             PIC 9(02) VALUE ZERO.
000660 01  WS-DESDE-TRABAJO             PIC 9(02)V9(02) VALUE ZERO.
000670 01  WS-HASTA-TRABAJO             PIC 9(02)V9(02) VALUE ZERO.
000680 01  WS-RANGOS-LISTADOS           PIC 9(03) COMP VALUE ZERO.
000690 01  WS-DESDE-EDIT                PIC Z9.99.
000700 01  WS-HASTA-EDIT                PIC Z9.99.
000710
000720 COPY ERRPARM.
000730
000733 COPY PERMPARM.
000736
000740 LINKAGE SECTION.
000750 COPY LOGPARM.
000760
000770 PROCEDURE DIVISION USING LOGIN-PARM.
000780 0000-MAINLINE.
000790     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000800     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
000810         UNTIL FIN-DE-MENU.
000820     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
000830     GOBACK.
000840
000850*----------------------------------------------------------*
000860*  1000-INICIALIZAR - Sesion y escala, creandola si aun no   *
000870*  existe.                                                    *
000880*----------------------------------------------------------*
000890 1000-INICIALIZAR.
000900     IF LOGIN-CONCEDIDO AND LOGIN-USERNAME NOT = SPACES
000910         MOVE LOGIN-USERNAME TO WS-OPERADOR
000920     ELSE
000930         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
000940         GOBACK
000950     END-IF.
000951
000952     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
000953     MOVE LOGIN-ROL      TO PERMCHK-ROL.
000954     MOVE "ESCAMANT"     TO PERMCHK-PROGRAMA.
000955     MOVE SPACES         TO PERMCHK-FUNCION.
000956     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
000957     CALL "PERMCHK" USING PERMCHK-PARM.
000958     IF NOT PERMCHK-PERMITIDO
000959         DISPLAY "SIN PERMISO PARA ESCAMANT"
000960         GOBACK
000961     END-IF.
000962     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
000970
000980     OPEN I-O ESCALA-FILE.
000990     IF NOT WS-ESC-OK
001000         IF WS-ESC-STATUS = "35"
001010             OPEN OUTPUT ESCALA-FILE
001020             CLOSE ESCALA-FILE
001030             OPEN I-O ESCALA-FILE
001040         END-IF
001050     END-IF
001060     IF NOT WS-ESC-OK
001070         MOVE "ESCAMANT"      TO ERRHAND-PROGRAMA
001080         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001090         MOVE WS-ESC-STATUS   TO ERRHAND-FILE-STATUS
001100         SET ERRHAND-FATAL TO TRUE
001110         MOVE "ERROR AL ABRIR ESCALIDX" TO ERRHAND-MENSAJE
001120         CALL "ERRHAND" USING ERRHAND-PARM
001130         GOBACK
001140     END-IF.
001150 1000-EXIT.
001160     EXIT.
001170
001180*----------------------------------------------------------*
001190*  2000-PROCESAR-MENU - Menu de la escala de calificacion    *
001200*----------------------------------------------------------*
001210 2000-PROCESAR-MENU.
001220     DISPLAY " ".
001230     DISPLAY "---- ESCAMANT - ESCALA DE CALIFICACION ----".
001240     DISPLAY "1. Registrar/corregir un rango".
001250     DISPLAY "2. Borrar un rango".
001260     DISPLAY "3. Listar la escala de un nivel".
001270     DISPLAY "9. Salir".
001280     DISPLAY "Opcion:".
001290     ACCEPT WS-ENTRADA-OPCION.
001300     MOVE ZERO TO WS-OPCION.
001310     IF WS-ENTRADA-OPCION IS NUMERIC
001320         MOVE WS-ENTRADA-OPCION TO WS-OPCION
001330     END-IF.
001340
001350     EVALUATE WS-OPCION
001360         WHEN 1
001370             PERFORM 3000-REGISTRAR-RANGO THRU 3000-EXIT
001380         WHEN 2
001390             PERFORM 4000-BORRAR-RANGO THRU 4000-EXIT
001400         WHEN 3
001410             PERFORM 5000-LISTAR-NIVEL THRU 5000-EXIT
001420         WHEN 9
001430             SET FIN-DE-MENU TO TRUE
001440         WHEN OTHER
001450             DISPLAY "Opcion invalida"
001460     END-EVALUATE.
001470 2000-EXIT.
001480     EXIT.
001490
001500*----------------------------------------------------------*
001510*  3000-REGISTRAR-RANGO - Alta o correccion de un rango (la  *
001520*  clave es nivel + DESDE).  Se rechaza el rango que se      *
001530*  encima con otro del mismo nivel.                           *
001540*----------------------------------------------------------*
001550 3000-REGISTRAR-RANGO.
001560     PERFORM 3100-ACEPTAR-CLAVE THRU 3100-EXIT.
001570     IF WS-NIVEL-TRABAJO = ZERO
001580         GO TO 3000-EXIT
001590     END-IF.
001600
001610     DISPLAY "Hasta (0.00-10.00, p.ej. 0850 = 8.50):".
001620     ACCEPT WS-ENTRADA-CALIF.
001630     IF WS-ENTRADA-CALIF NOT NUMERIC
001640        OR WS-ENTRADA-CALIF-N > 10.00
001650        OR WS-ENTRADA-CALIF-N < WS-DESDE-TRABAJO
001660         DISPLAY "Hasta invalido: de DESDE a 10.00"
001670         GO TO 3000-EXIT
001680     END-IF.
001690     MOVE WS-ENTRADA-CALIF-N TO WS-HASTA-TRABAJO.
001700
001710     DISPLAY "Letra o descriptor (p.ej. MUY BIEN):".
001720     MOVE SPACES TO WS-ENTRADA-TEXTO.
001730     ACCEPT WS-ENTRADA-TEXTO.
001740     IF WS-ENTRADA-TEXTO = SPACES
001750         DISPLAY "El descriptor es obligatorio"
001760         GO TO 3000-EXIT
001770     END-IF.
001780
001790     DISPLAY "Aprueba (S/N):".
001800     ACCEPT WS-ENTRADA-APRUEBA.
001810     IF WS-ENTRADA-APRUEBA NOT = "S"
001820        AND WS-ENTRADA-APRUEBA NOT = "N"
001830         DISPLAY "Respuesta invalida"
001840         GO TO 3000-EXIT
001850     END-IF.
001860
001870     PERFORM 3200-VERIFICAR-ENCIME THRU 3200-EXIT.
001880     IF RANGO-ENCIMADO
001890         GO TO 3000-EXIT
001900     END-IF.
001910
001920     INITIALIZE ESCALA-REC.
001930     MOVE WS-NIVEL-TRABAJO   TO ESCALA-NIVEL.
001940     MOVE WS-DESDE-TRABAJO   TO ESCALA-DESDE.
001950     MOVE WS-HASTA-TRABAJO   TO ESCALA-HASTA.
001960     MOVE WS-ENTRADA-TEXTO   TO ESCALA-DESCRIPTOR.
001970     MOVE WS-ENTRADA-APRUEBA TO ESCALA-APRUEBA.
001980     MOVE WS-FECHA-HOY       TO ESCALA-FEC-ALTA.
001990     MOVE WS-OPERADOR        TO ESCALA-USUARIO.
002000     WRITE ESCALA-REC
002010         INVALID KEY
002020             REWRITE ESCALA-REC
002030                 INVALID KEY
002040                     DISPLAY "ERROR AL REESCRIBIR EL RANGO"
002050                 NOT INVALID KEY
002060                     DISPLAY "Rango corregido"
002070             END-REWRITE
002080         NOT INVALID KEY
002090             DISPLAY "Rango registrado"
002100     END-WRITE.
002110 3000-EXIT.
002120     EXIT.
002130
002140*----------------------------------------------------------*
002150*  3100-ACEPTAR-CLAVE - Nivel y DESDE del rango; nivel cero  *
002160*  de regreso si algo no es valido.                           *
002170*----------------------------------------------------------*
002180 3100-ACEPTAR-CLAVE.
002190     MOVE ZERO TO WS-NIVEL-TRABAJO.
002200     DISPLAY "Nivel del curso (CURSO-NIVEL 01-99):".
002210     ACCEPT WS-ENTRADA-NIVEL.
002220     IF WS-ENTRADA-NIVEL NOT NUMERIC
002230        OR WS-ENTRADA-NIVEL = "00"
002240         DISPLAY "Nivel invalido"
002250         GO TO 3100-EXIT
002260     END-IF.
002270
002280     DISPLAY "Desde (0.00-10.00, p.ej. 0600 = 6.00):".
002290     ACCEPT WS-ENTRADA-CALIF.
002300     IF WS-ENTRADA-CALIF NOT NUMERIC
002310        OR WS-ENTRADA-CALIF-N > 10.00
002320         DISPLAY "Desde invalido"
002330         GO TO 3100-EXIT
002340     END-IF.
002350     MOVE WS-ENTRADA-CALIF-N TO WS-DESDE-TRABAJO.
002360     MOVE WS-ENTRADA-NIVEL   TO WS-NIVEL-TRABAJO.
002370 3100-EXIT.
002380     EXIT.
002390
002400*----------------------------------------------------------*
002410*  3200-VERIFICAR-ENCIME - Recorre los rangos del nivel; el  *
002420*  propio (misma clave) se corrige, cualquier otro que       *
002430*  comparta una nota con el nuevo lo rechaza.                *
002440*----------------------------------------------------------*
002450 3200-VERIFICAR-ENCIME.
002460     MOVE "N" TO WS-RANGO-ENCIMADO.
002470     MOVE WS-NIVEL-TRABAJO TO ESCALA-NIVEL.
002480     MOVE ZERO TO ESCALA-DESDE.
002490     START ESCALA-FILE KEY NOT < ESCALA-CLAVE
002500         INVALID KEY
002510             GO TO 3200-EXIT
002520     END-START.
002530     MOVE "N" TO WS-FIN-LISTADO.
002540     PERFORM 3210-COMPARAR-RANGO THRU 3210-EXIT
002550         UNTIL FIN-DE-LISTADO.
002560 3200-EXIT.
002570     EXIT.
002580
002590 3210-COMPARAR-RANGO.
002600     READ ESCALA-FILE NEXT RECORD
002610         AT END
002620             SET FIN-DE-LISTADO TO TRUE
002630             GO TO 3210-EXIT
002640     END-READ.
002650     IF ESCALA-NIVEL NOT = WS-NIVEL-TRABAJO
002660         SET FIN-DE-LISTADO TO TRUE
002670         GO TO 3210-EXIT
002680     END-IF.
002690     IF ESCALA-DESDE = WS-DESDE-TRABAJO
002700         GO TO 3210-EXIT
002710     END-IF.
002720     IF WS-DESDE-TRABAJO <= ESCALA-HASTA
002730        AND WS-HASTA-TRABAJO >= ESCALA-DESDE
002740         SET RANGO-ENCIMADO TO TRUE
002750         SET FIN-DE-LISTADO TO TRUE
002760         MOVE ESCALA-DESDE TO WS-DESDE-EDIT
002770         MOVE ESCALA-HASTA TO WS-HASTA-EDIT
002780         DISPLAY "Se encima con el rango " WS-DESDE-EDIT
002790             " a " WS-HASTA-EDIT " " ESCALA-DESCRIPTOR
002800     END-IF.
002810 3210-EXIT.
002820     EXIT.
002830
002840*----------------------------------------------------------*
002850*  4000-BORRAR-RANGO - Baja de un rango con confirmacion     *
002860*----------------------------------------------------------*
002870 4000-BORRAR-RANGO.
002880     PERFORM 3100-ACEPTAR-CLAVE THRU 3100-EXIT.
002890     IF WS-NIVEL-TRABAJO = ZERO
002900         GO TO 4000-EXIT
002910     END-IF.
002920     MOVE WS-NIVEL-TRABAJO TO ESCALA-NIVEL.
002930     MOVE WS-DESDE-TRABAJO TO ESCALA-DESDE.
002940     READ ESCALA-FILE
002950         INVALID KEY
002960             DISPLAY "No existe un rango con ese DESDE"
002970             GO TO 4000-EXIT
002980     END-READ.
002990     MOVE ESCALA-DESDE TO WS-DESDE-EDIT.
003000     MOVE ESCALA-HASTA TO WS-HASTA-EDIT.
003010     DISPLAY WS-DESDE-EDIT " a " WS-HASTA-EDIT " "
003020         ESCALA-DESCRIPTOR " APRUEBA " ESCALA-APRUEBA.
003030     DISPLAY "Confirma la baja (S/N):".
003040     ACCEPT WS-ENTRADA-CONFIRMA.
003050     IF WS-ENTRADA-CONFIRMA NOT = "S"
003060         DISPLAY "Baja cancelada"
003070         GO TO 4000-EXIT
003080     END-IF.
003090     DELETE ESCALA-FILE
003100         INVALID KEY
003110             DISPLAY "ERROR AL BORRAR EL RANGO"
003120         NOT INVALID KEY
003130             DISPLAY "Rango borrado"
003140     END-DELETE.
003150 4000-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------*
003190*  5000-LISTAR-NIVEL - Rangos del nivel en orden de DESDE    *
003200*----------------------------------------------------------*
003210 5000-LISTAR-NIVEL.
003220     DISPLAY "Nivel a listar (01-99):".
003230     ACCEPT WS-ENTRADA-NIVEL.
003240     IF WS-ENTRADA-NIVEL NOT NUMERIC
003250         DISPLAY "Nivel invalido"
003260         GO TO 5000-EXIT
003270     END-IF.
003280     MOVE WS-ENTRADA-NIVEL TO WS-NIVEL-TRABAJO.
003290     MOVE ZERO TO WS-RANGOS-LISTADOS.
003300     MOVE WS-NIVEL-TRABAJO TO ESCALA-NIVEL.
003310     MOVE ZERO TO ESCALA-DESDE.
003320     START ESCALA-FILE KEY NOT < ESCALA-CLAVE
003330         INVALID KEY
003340             DISPLAY "Sin escala para ese nivel"
003350             GO TO 5000-EXIT
003360     END-START.
003370     MOVE "N" TO WS-FIN-LISTADO.
003380     DISPLAY "DESDE  HASTA  DESCRIPTOR      APRUEBA".
003390     PERFORM 5100-LISTAR-UNO THRU 5100-EXIT
003400         UNTIL FIN-DE-LISTADO.
003410     IF WS-RANGOS-LISTADOS = ZERO
003420         DISPLAY "Sin escala para ese nivel (minimo 6.00)"
003430     END-IF.
003440 5000-EXIT.
003450     EXIT.
003460
003470 5100-LISTAR-UNO.
003480     READ ESCALA-FILE NEXT RECORD
003490         AT END
003500             SET FIN-DE-LISTADO TO TRUE
003510             GO TO 5100-EXIT
003520     END-READ.
003530     IF ESCALA-NIVEL NOT = WS-NIVEL-TRABAJO
003540         SET FIN-DE-LISTADO TO TRUE
003550         GO TO 5100-EXIT
003560     END-IF.
003570     ADD 1 TO WS-RANGOS-LISTADOS.
003580     MOVE ESCALA-DESDE TO WS-DESDE-EDIT.
003590     MOVE ESCALA-HASTA TO WS-HASTA-EDIT.
003600     DISPLAY WS-DESDE-EDIT "  " WS-HASTA-EDIT "  "
003610         ESCALA-DESCRIPTOR " " ESCALA-APRUEBA.
003620 5100-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------*
003660*  9000-FINALIZAR - Cierra la escala                         *
003670*----------------------------------------------------------*
003680 9000-FINALIZAR.
003690     CLOSE ESCALA-FILE.
003700 9000-EXIT.
003710     EXIT.
