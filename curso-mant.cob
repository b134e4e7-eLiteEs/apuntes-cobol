000226*                  vivo: un aula mal tecleada no debe apagar
000227*                  el tope de capacidad del resto de la
000228*                  sesion.
000228*  2026-10-15 JFV  Plan de estudios del curso (PLANIDX):
000228*                  materias con nombre oficial, horas que
000228*                  pesan en el promedio y si cuentan para la
000228*                  promocion; el listado de horario muestra
000228*                  tambien el plan.
000228*  2026-10-15 JFV  Cambio de cuota con fecha de vigencia en
000228*                  el tarifario TARIFIDX (la cuota anterior
000228*                  queda como renglon de vigencia cero), sin
000228*                  esperar la noche del cambio; CURSO-CUOTA
000228*                  guarda la vigente hoy.  El listado del
000228*                  curso muestra tambien sus tarifas.
000228*  2026-10-15 JFV  Un bloque de horario no se guarda si el
000228*                  aula del curso o un profesor de la
000228*                  materia ya estan ocupados en ese dia y
000228*                  bloque en otro curso (HORACHK A y P).
000228*  2026-10-15 JFV  Recibe LOGIN-PARM de MENUPRIN y verifica
000228*                  al entrar la sesion y el permiso por
000228*                  funcion (rutina PERMCHK, archivo PERMIDX).
000228*  2026-10-15 JFV  El renglon de vigencia cero del tarifario se
000228*                  verifica al grabarlo; si falla, la cuota no
000228*                  cambia.
000229*----------------------------------------------------------*
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CURSMANT.
000382         RECORD KEY IS HOR-CLAVE
000383         FILE STATUS IS WS-HOR-STATUS.
000384
000384     SELECT PLAN-FILE ASSIGN TO "PLANIDX"
000384         ORGANIZATION IS INDEXED
000385         ACCESS MODE IS DYNAMIC
000385         RECORD KEY IS PLAN-CLAVE
000386         FILE STATUS IS WS-PLA-STATUS.
000386
000386     SELECT TARIFA-FILE ASSIGN TO "TARIFIDX"
000387         ORGANIZATION IS INDEXED
000387         ACCESS MODE IS DYNAMIC
000388         RECORD KEY IS TARIFA-CLAVE
000388         FILE STATUS IS WS-TAR-STATUS.
000389
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  CURSO-FILE.
000425
000426 FD  HORARIO-FILE.
000427     COPY HORREC.
000427
000427 FD  PLAN-FILE.
000428     COPY PLANREC.
000428
000428 FD  TARIFA-FILE.
000429     COPY TARIREC.
000430
000440 WORKING-STORAGE SECTION.
000450 01  WS-CUR-STATUS                PIC X(02).
000657 01  WS-M2-POR-ALUMNO             PIC 9(03) VALUE 2.
000658 01  WS-CAPACIDAD-TOPE            PIC 9(05) VALUE ZERO.
000659
000659 01  WS-PLA-STATUS                PIC X(02).
000659     88  WS-PLA-OK                        VALUE "00".
000659     88  WS-PLA-NO-ENCONTRADA              VALUE "23".
000659 01  WS-ENTRADA-HORAS             PIC X(02).
000659 01  WS-ENTRADA-CONFIRMA          PIC X(01).
000659 01  WS-MATERIAS-PLAN             PIC 9(03) COMP VALUE ZERO.
000659 01  WS-HORAS-PLAN                PIC 9(03) VALUE ZERO.
000659
000659 01  WS-TAR-STATUS                PIC X(02).
000659     88  WS-TAR-OK                        VALUE "00".
000659 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000659 01  WS-ENTRADA-FECHA             PIC X(08).
000659 01  WS-FECHA-VIGENCIA            PIC 9(08) VALUE ZERO.
000659 01  WS-CUOTA-ANTERIOR            PIC 9(05)V9(02) VALUE ZERO.
000659 01  WS-CUOTA-NUEVA               PIC 9(05)V9(02) VALUE ZERO.
000659 01  WS-CUOTA-VIGENTE             PIC 9(05)V9(02) VALUE ZERO.
000659 01  WS-TARIFAS-CURSO             PIC 9(03) COMP VALUE ZERO.
000659 01  WS-FIN-TARIFAS               PIC X(01) VALUE "N".
000659     88  FIN-DE-TARIFAS                   VALUE "S".
000659
000660 COPY ERRPARM.
000661
000662 COPY PARMPARM.
000663
000664 COPY FECHAPARM.
000665
000666 COPY HORAPARM.
000667
000668 COPY PERMPARM.
000669
000670 LINKAGE SECTION.
000671 COPY LOGPARM.
000672
000673 PROCEDURE DIVISION USING LOGIN-PARM.
000680 0000-MAINLINE.
000690     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000700     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
000770*  existe.                                                    *
000780*----------------------------------------------------------*
000790 1000-INICIALIZAR.
000790     IF NOT LOGIN-CONCEDIDO OR LOGIN-USERNAME = SPACES
000791         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
000791         GOBACK
000792     END-IF.
000793     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
000793     MOVE LOGIN-ROL      TO PERMCHK-ROL.
000794     MOVE "CURSMANT"     TO PERMCHK-PROGRAMA.
000795     MOVE SPACES         TO PERMCHK-FUNCION.
000795     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
000796     CALL "PERMCHK" USING PERMCHK-PARM.
000797     IF NOT PERMCHK-PERMITIDO
000797         DISPLAY "SIN PERMISO PARA CURSMANT"
000798         GOBACK
000799     END-IF.
000800     OPEN I-O CURSO-FILE.
000810     IF NOT WS-CUR-OK
000820         IF WS-CUR-STATUS = "35"
000991         CALL "ERRHAND" USING ERRHAND-PARM
000992         STOP RUN
000993     END-IF.
000993
000993     OPEN I-O PLAN-FILE.
000993     IF NOT WS-PLA-OK
000993         IF WS-PLA-STATUS = "35"
000993             OPEN OUTPUT PLAN-FILE
000993             CLOSE PLAN-FILE
000993             OPEN I-O PLAN-FILE
000993         END-IF
000993     END-IF
000993     IF NOT WS-PLA-OK
000993         MOVE "CURSMANT"      TO ERRHAND-PROGRAMA
000993         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
000993         MOVE WS-PLA-STATUS   TO ERRHAND-FILE-STATUS
000993         SET ERRHAND-FATAL TO TRUE
000993         MOVE "ERROR AL ABRIR PLANIDX" TO ERRHAND-MENSAJE
000993         CALL "ERRHAND" USING ERRHAND-PARM
000993         STOP RUN
000993     END-IF.
000993
000993     OPEN I-O TARIFA-FILE.
000993     IF NOT WS-TAR-OK
000993         IF WS-TAR-STATUS = "35"
000993             OPEN OUTPUT TARIFA-FILE
000993             CLOSE TARIFA-FILE
000993             OPEN I-O TARIFA-FILE
000993         END-IF
000993     END-IF
000993     IF NOT WS-TAR-OK
000993         MOVE "CURSMANT"      TO ERRHAND-PROGRAMA
000993         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
000993         MOVE WS-TAR-STATUS   TO ERRHAND-FILE-STATUS
000993         SET ERRHAND-FATAL TO TRUE
000993         MOVE "ERROR AL ABRIR TARIFIDX" TO ERRHAND-MENSAJE
000993         CALL "ERRHAND" USING ERRHAND-PARM
000993         STOP RUN
000993     END-IF.
000993     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
000994 1000-EXIT.
000995     EXIT.
000996
001080     DISPLAY "3. Listar el catalogo".
001082     DISPLAY "4. Registrar bloque de horario".
001084     DISPLAY "5. Quitar bloque de horario".
001086     DISPLAY "6. Listar horario, plan y tarifas de un curso".
001087     DISPLAY "7. Registrar/corregir materia del plan".
001088     DISPLAY "8. Quitar materia del plan".
001090     DISPLAY "9. Salir".
001100     DISPLAY "Opcion:".
001110     ACCEPT WS-ENTRADA-OPCION.
001235             PERFORM 6500-QUITAR-BLOQUE THRU 6500-EXIT
001236         WHEN 6
001237             PERFORM 7000-LISTAR-HORARIO THRU 7000-EXIT
001237             PERFORM 7500-LISTAR-PLAN THRU 7500-EXIT
001237             PERFORM 7700-LISTAR-TARIFAS THRU 7700-EXIT
001238         WHEN 7
001238             PERFORM 8000-REGISTRAR-MATERIA THRU 8000-EXIT
001238         WHEN 8
001239             PERFORM 8500-QUITAR-MATERIA THRU 8500-EXIT
001240         WHEN 9
001250             SET FIN-DE-MENU TO TRUE
001260         WHEN OTHER
002440         END-IF
002450     END-IF.
002460
002470     MOVE WS-FECHA-HOY TO WS-FECHA-VIGENCIA.
002473     PERFORM 4200-BUSCAR-VIGENTE THRU 4200-EXIT.
002476     DISPLAY "Cuota vigente hoy: " WS-CUOTA-VIGENTE.
002480     DISPLAY "Nueva cuota (en blanco deja igual):".
002490     MOVE SPACES TO WS-ENTRADA-CUOTA.
002500     ACCEPT WS-ENTRADA-CUOTA.
002510     IF WS-ENTRADA-CUOTA NOT = SPACES
002520        IF WS-ENTRADA-CUOTA IS NUMERIC
002530            PERFORM 4100-CAMBIAR-CUOTA THRU 4100-EXIT
002540        ELSE
002550            DISPLAY "Cuota invalida, se conserva"
002560        END-IF
002710             DISPLAY "Curso modificado"
002720     END-REWRITE.
002730 4000-EXIT.
002730     EXIT.
002730
002730*----------------------------------------------------------*
002730*  4100-CAMBIAR-CUOTA - La cuota nueva entra al tarifario    *
002730*  con su fecha de vigencia (hoy o futura).  La primera vez  *
002730*  que un curso cambia de cuota, la que tenia queda como     *
002730*  renglon de vigencia cero para que los periodos viejos se  *
002730*  sigan cobrando igual.                                      *
002730*----------------------------------------------------------*
002730 4100-CAMBIAR-CUOTA.
002730     MOVE WS-ENTRADA-CUOTA-N TO WS-CUOTA-NUEVA.
002730     DISPLAY "Vigente desde AAAAMMDD (blanco = hoy):".
002731     MOVE SPACES TO WS-ENTRADA-FECHA.
002731     ACCEPT WS-ENTRADA-FECHA.
002731     IF WS-ENTRADA-FECHA = SPACES
002731         MOVE WS-FECHA-HOY TO WS-FECHA-VIGENCIA
002731     ELSE
002731         IF WS-ENTRADA-FECHA IS NOT NUMERIC
002731             DISPLAY "Fecha invalida, la cuota se conserva"
002731             GO TO 4100-EXIT
002731         END-IF
002731         MOVE WS-ENTRADA-FECHA TO FECHACHK-FECHA
002731         CALL "FECHACHK" USING FECHACHK-PARM
002731         IF FECHACHK-INVALIDA
002732             DISPLAY "Fecha invalida, la cuota se conserva"
002732             GO TO 4100-EXIT
002732         END-IF
002732         MOVE WS-ENTRADA-FECHA TO WS-FECHA-VIGENCIA
002732     END-IF.
002732
002732     MOVE CURSO-CODIGO TO TARIFA-CURSO.
002732     MOVE ZERO TO TARIFA-VIGENCIA.
002732     READ TARIFA-FILE
002732         INVALID KEY
002732             MOVE CURSO-CUOTA  TO WS-CUOTA-ANTERIOR
002732             INITIALIZE TARIFA-REC
002733             MOVE CURSO-CODIGO TO TARIFA-CURSO
002733             MOVE ZERO         TO TARIFA-VIGENCIA
002733             MOVE WS-CUOTA-ANTERIOR TO TARIFA-CUOTA
002733             SET TARIFA-DE-CATALOGO TO TRUE
002733             MOVE WS-FECHA-HOY TO TARIFA-FEC-ALTA
002733             MOVE "CURSMANT"   TO TARIFA-USUARIO
002733             WRITE TARIFA-REC
002733                 INVALID KEY
002733                     DISPLAY "ERROR AL REGISTRAR LA TARIFA BASE"
002733                     GO TO 4100-EXIT
002733             END-WRITE
002733     END-READ.
002734     IF NOT WS-TAR-OK
002734         DISPLAY "ERROR AL REGISTRAR LA TARIFA BASE"
002734         GO TO 4100-EXIT
002734     END-IF.
002734
002734     INITIALIZE TARIFA-REC.
002734     MOVE CURSO-CODIGO      TO TARIFA-CURSO.
002734     MOVE WS-FECHA-VIGENCIA TO TARIFA-VIGENCIA.
002734     MOVE WS-CUOTA-NUEVA    TO TARIFA-CUOTA.
002734     SET TARIFA-MANUAL TO TRUE.
002734     MOVE WS-FECHA-HOY      TO TARIFA-FEC-ALTA.
002734     MOVE "CURSMANT"        TO TARIFA-USUARIO.
002735     WRITE TARIFA-REC
002735         INVALID KEY
002735             REWRITE TARIFA-REC
002735     END-WRITE.
002735     IF NOT WS-TAR-OK
002735         DISPLAY "ERROR AL REGISTRAR LA TARIFA"
002735         GO TO 4100-EXIT
002735     END-IF.
002735     DISPLAY "Cuota " WS-CUOTA-NUEVA " vigente desde "
002735         WS-FECHA-VIGENCIA.
002735
002735     MOVE WS-FECHA-HOY TO WS-FECHA-VIGENCIA.
002736     PERFORM 4200-BUSCAR-VIGENTE THRU 4200-EXIT.
002736     MOVE WS-CUOTA-VIGENTE TO CURSO-CUOTA.
002736 4100-EXIT.
002736     EXIT.
002736
002736*----------------------------------------------------------*
002736*  4200-BUSCAR-VIGENTE - Cuota del curso vigente en          *
002736*  WS-FECHA-VIGENCIA segun el tarifario (la misma regla de   *
002736*  TARIFCHK); sin renglones, CURSO-CUOTA.                     *
002736*----------------------------------------------------------*
002736 4200-BUSCAR-VIGENTE.
002736     MOVE CURSO-CUOTA TO WS-CUOTA-VIGENTE.
002737     MOVE CURSO-CODIGO TO TARIFA-CURSO.
002737     MOVE ZERO TO TARIFA-VIGENCIA.
002737     START TARIFA-FILE KEY NOT < TARIFA-CLAVE
002737         INVALID KEY
002737             GO TO 4200-EXIT
002737     END-START.
002737     MOVE "N" TO WS-FIN-TARIFAS.
002737     PERFORM 4210-REVISAR-TARIFA THRU 4210-EXIT
002737         UNTIL FIN-DE-TARIFAS.
002737 4200-EXIT.
002737     EXIT.
002737
002738 4210-REVISAR-TARIFA.
002738     READ TARIFA-FILE NEXT RECORD
002738         AT END
002738             SET FIN-DE-TARIFAS TO TRUE
002738             GO TO 4210-EXIT
002738     END-READ.
002738     IF TARIFA-CURSO NOT = CURSO-CODIGO
002738        OR TARIFA-VIGENCIA > WS-FECHA-VIGENCIA
002738         SET FIN-DE-TARIFAS TO TRUE
002738         GO TO 4210-EXIT
002738     END-IF.
002738     MOVE TARIFA-CUOTA TO WS-CUOTA-VIGENTE.
002739 4210-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------*
003077     MOVE WS-ENTRADA-DIA     TO HOR-DIA.
003078     MOVE WS-ENTRADA-BLOQUE  TO HOR-BLOQUE.
003079     MOVE WS-ENTRADA-MATERIA TO HOR-MATERIA.
003079     PERFORM 6100-VALIDAR-OCUPACION THRU 6100-EXIT.
003079     IF HORACHK-CRUCE
003079         GO TO 6000-EXIT
003079     END-IF.
003080     WRITE HOR-REC
003081         INVALID KEY
003082             REWRITE HOR-REC
003089             DISPLAY "Bloque registrado"
003090     END-WRITE.
003091 6000-EXIT.
003091     EXIT.
003091
003091*----------------------------------------------------------*
003091*  6100-VALIDAR-OCUPACION - El aula del curso y cada         *
003091*  profesor de la materia del bloque deben estar libres en   *
003091*  ese dia y bloque.  Si HORACHK no puede leer sus archivos  *
003091*  solo se avisa: el auditor semanal ESCHORA lo revisa.      *
003091*----------------------------------------------------------*
003091 6100-VALIDAR-OCUPACION.
003091     MOVE HOR-CURSO   TO HORACHK-CURSO-A.
003091     MOVE HOR-DIA     TO HORACHK-DIA.
003091     MOVE HOR-BLOQUE  TO HORACHK-BLOQUE.
003091     MOVE HOR-MATERIA TO HORACHK-MATERIA.
003091     SET HORACHK-AULA-BLOQUE TO TRUE.
003091     CALL "HORACHK" USING HORACHK-PARM.
003091     IF HORACHK-CRUCE
003091         DISPLAY "Aula " HORACHK-AULA " ocupada por el curso "
003091             HORACHK-CURSO-B " en ese dia y bloque"
003091         GO TO 6100-EXIT
003091     END-IF.
003091     IF HORACHK-ERROR-ARCHIVO
003091         DISPLAY "AVISO: no se pudo revisar el aula"
003091     END-IF.
003091     IF HOR-MATERIA = SPACES
003091         GO TO 6100-EXIT
003091     END-IF.
003091     SET HORACHK-PROFESOR-BLOQUE TO TRUE.
003091     CALL "HORACHK" USING HORACHK-PARM.
003091     IF HORACHK-CRUCE
003091         DISPLAY "Profesor " HORACHK-PROFESOR
003091             " ya da clase en el curso " HORACHK-CURSO-B
003091             " en ese dia y bloque"
003091         GO TO 6100-EXIT
003091     END-IF.
003091     IF HORACHK-ERROR-ARCHIVO
003091         DISPLAY "AVISO: no se pudo revisar a los profesores"
003091     END-IF.
003091 6100-EXIT.
003092     EXIT.
003093
003094*----------------------------------------------------------*
003164     EXIT.
003165
003166*----------------------------------------------------------*
003166*  7500-LISTAR-PLAN - Lista el plan de estudios del curso    *
003166*  tecleado en 7000, con el total de horas semanales.        *
003166*----------------------------------------------------------*
003166 7500-LISTAR-PLAN.
003166     MOVE WS-ENTRADA-CODIGO TO PLAN-CURSO.
003166     MOVE SPACES TO PLAN-MATERIA.
003166     MOVE ZERO TO WS-MATERIAS-PLAN.
003166     MOVE ZERO TO WS-HORAS-PLAN.
003166     START PLAN-FILE KEY NOT < PLAN-CLAVE
003166         INVALID KEY
003166             DISPLAY "Sin plan de estudios para ese curso"
003166             GO TO 7500-EXIT
003166     END-START.
003166     MOVE "N" TO WS-FIN-LISTADO.
003166     PERFORM 7510-LISTAR-MATERIA THRU 7510-EXIT
003166         UNTIL FIN-DE-LISTADO.
003166     IF WS-MATERIAS-PLAN = ZERO
003166         DISPLAY "Sin plan de estudios para ese curso"
003166     ELSE
003166         DISPLAY "MATERIAS: " WS-MATERIAS-PLAN
003166             " HORAS SEMANALES: " WS-HORAS-PLAN
003166     END-IF.
003166 7500-EXIT.
003166     EXIT.
003166
003166 7510-LISTAR-MATERIA.
003166     READ PLAN-FILE NEXT RECORD
003166         AT END
003166             SET FIN-DE-LISTADO TO TRUE
003166             GO TO 7510-EXIT
003166     END-READ.
003166     IF PLAN-CURSO NOT = WS-ENTRADA-CODIGO
003166         SET FIN-DE-LISTADO TO TRUE
003166         GO TO 7510-EXIT
003166     END-IF.
003166     ADD 1 TO WS-MATERIAS-PLAN.
003166     ADD PLAN-HORAS TO WS-HORAS-PLAN.
003166     DISPLAY PLAN-MATERIA " " PLAN-NOMBRE
003166         " HRS=" PLAN-HORAS " PROMUEVE=" PLAN-PROMUEVE.
003166 7510-EXIT.
003166     EXIT.
003166
003166*----------------------------------------------------------*
003166*  7700-LISTAR-TARIFAS - Tarifario del curso tecleado en     *
003166*  7000, pasadas y futuras, en orden de vigencia.            *
003166*----------------------------------------------------------*
003166 7700-LISTAR-TARIFAS.
003166     MOVE WS-ENTRADA-CODIGO TO TARIFA-CURSO.
003166     MOVE ZERO TO TARIFA-VIGENCIA.
003166     MOVE ZERO TO WS-TARIFAS-CURSO.
003166     START TARIFA-FILE KEY NOT < TARIFA-CLAVE
003166         INVALID KEY
003166             DISPLAY "Sin tarifas fechadas; cuota del catalogo"
003166             GO TO 7700-EXIT
003166     END-START.
003166     MOVE "N" TO WS-FIN-LISTADO.
003166     PERFORM 7710-LISTAR-TARIFA THRU 7710-EXIT
003166         UNTIL FIN-DE-LISTADO.
003166     IF WS-TARIFAS-CURSO = ZERO
003166         DISPLAY "Sin tarifas fechadas; cuota del catalogo"
003166     END-IF.
003166 7700-EXIT.
003166     EXIT.
003166
003166 7710-LISTAR-TARIFA.
003166     READ TARIFA-FILE NEXT RECORD
003166         AT END
003166             SET FIN-DE-LISTADO TO TRUE
003166             GO TO 7710-EXIT
003166     END-READ.
003166     IF TARIFA-CURSO NOT = WS-ENTRADA-CODIGO
003166         SET FIN-DE-LISTADO TO TRUE
003166         GO TO 7710-EXIT
003166     END-IF.
003166     ADD 1 TO WS-TARIFAS-CURSO.
003166     DISPLAY "VIGENTE DESDE " TARIFA-VIGENCIA
003166         " CUOTA=" TARIFA-CUOTA " ORIGEN=" TARIFA-ORIGEN
003166         " " TARIFA-USUARIO.
003166 7710-EXIT.
003166     EXIT.
003166
003166*----------------------------------------------------------*
003166*  8000-REGISTRAR-MATERIA - Alta o correccion de una materia *
003166*  del plan de un curso del catalogo: nombre oficial, horas  *
003166*  semanales (1-40, su peso en el promedio) y si cuenta para *
003166*  la promocion.                                              *
003166*----------------------------------------------------------*
003166 8000-REGISTRAR-MATERIA.
003166     DISPLAY "Codigo de curso:".
003166     ACCEPT WS-ENTRADA-CODIGO.
003166     MOVE WS-ENTRADA-CODIGO TO CURSO-CODIGO.
003166     READ CURSO-FILE
003166         INVALID KEY
003166             DISPLAY "Curso no encontrado"
003166             GO TO 8000-EXIT
003166     END-READ.
003166     DISPLAY "Materia (codigo):".
003166     MOVE SPACES TO WS-ENTRADA-MATERIA.
003166     ACCEPT WS-ENTRADA-MATERIA.
003166     IF WS-ENTRADA-MATERIA = SPACES
003166         DISPLAY "La materia no puede quedar en blanco"
003166         GO TO 8000-EXIT
003166     END-IF.
003166
003166     MOVE WS-ENTRADA-CODIGO  TO PLAN-CURSO.
003166     MOVE WS-ENTRADA-MATERIA TO PLAN-MATERIA.
003166     READ PLAN-FILE
003166         INVALID KEY
003166             INITIALIZE PLAN-REC
003166             MOVE WS-ENTRADA-CODIGO  TO PLAN-CURSO
003166             MOVE WS-ENTRADA-MATERIA TO PLAN-MATERIA
003166             ACCEPT PLAN-FEC-ALTA FROM DATE YYYYMMDD
003166             MOVE "S" TO PLAN-PROMUEVE
003166         NOT INVALID KEY
003166             DISPLAY "Actual: " PLAN-NOMBRE " HRS=" PLAN-HORAS
003166                 " PROMUEVE=" PLAN-PROMUEVE
003166     END-READ.
003166
003166     DISPLAY "Nombre oficial (en blanco deja igual):".
003166     MOVE SPACES TO WS-ENTRADA-TEXTO.
003166     ACCEPT WS-ENTRADA-TEXTO.
003166     IF WS-ENTRADA-TEXTO NOT = SPACES
003166         MOVE WS-ENTRADA-TEXTO TO PLAN-NOMBRE
003166     END-IF.
003166     IF PLAN-NOMBRE = SPACES
003166         DISPLAY "El nombre oficial no puede quedar en blanco"
003166         GO TO 8000-EXIT
003166     END-IF.
003166
003166     DISPLAY "Horas semanales 01-40 (en blanco deja igual):".
003166     MOVE SPACES TO WS-ENTRADA-HORAS.
003166     ACCEPT WS-ENTRADA-HORAS.
003166     IF WS-ENTRADA-HORAS NOT = SPACES
003166         IF WS-ENTRADA-HORAS IS NUMERIC
003166            AND WS-ENTRADA-HORAS > "00"
003166            AND WS-ENTRADA-HORAS NOT > "40"
003166             MOVE WS-ENTRADA-HORAS TO PLAN-HORAS
003166         ELSE
003166             DISPLAY "Horas invalidas, se conservan"
003166         END-IF
003166     END-IF.
003166     IF PLAN-HORAS = ZERO
003166         DISPLAY "Sin horas validas, se asume 1"
003166         MOVE 1 TO PLAN-HORAS
003166     END-IF.
003166
003166     DISPLAY "Cuenta para la promocion S/N (en blanco deja "
003166         "igual):".
003166     MOVE SPACES TO WS-ENTRADA-CONFIRMA.
003166     ACCEPT WS-ENTRADA-CONFIRMA.
003166     IF WS-ENTRADA-CONFIRMA = "S" OR WS-ENTRADA-CONFIRMA = "N"
003166         MOVE WS-ENTRADA-CONFIRMA TO PLAN-PROMUEVE
003166     END-IF.
003166
003166     WRITE PLAN-REC
003166         INVALID KEY
003166             REWRITE PLAN-REC
003166                 INVALID KEY
003166                     DISPLAY "ERROR AL REESCRIBIR LA MATERIA"
003166                 NOT INVALID KEY
003166                     DISPLAY "Materia corregida"
003166             END-REWRITE
003166         NOT INVALID KEY
003166             DISPLAY "Materia registrada en el plan"
003166     END-WRITE.
003166 8000-EXIT.
003166     EXIT.
003166
003166*----------------------------------------------------------*
003166*  8500-QUITAR-MATERIA - Elimina una materia del plan; sus   *
003166*  notas ya capturadas se conservan en NOTASIDX.              *
003166*----------------------------------------------------------*
003166 8500-QUITAR-MATERIA.
003166     DISPLAY "Codigo de curso:".
003166     ACCEPT WS-ENTRADA-CODIGO.
003166     DISPLAY "Materia (codigo):".
003166     MOVE SPACES TO WS-ENTRADA-MATERIA.
003166     ACCEPT WS-ENTRADA-MATERIA.
003166     MOVE WS-ENTRADA-CODIGO  TO PLAN-CURSO.
003166     MOVE WS-ENTRADA-MATERIA TO PLAN-MATERIA.
003166     READ PLAN-FILE
003166         INVALID KEY
003166             DISPLAY "Materia no encontrada en el plan"
003166             GO TO 8500-EXIT
003166     END-READ.
003166     DISPLAY "Quitar " PLAN-NOMBRE " (S/N):".
003166     MOVE SPACES TO WS-ENTRADA-CONFIRMA.
003166     ACCEPT WS-ENTRADA-CONFIRMA.
003166     IF WS-ENTRADA-CONFIRMA NOT = "S"
003166         GO TO 8500-EXIT
003166     END-IF.
003166     DELETE PLAN-FILE
003166         INVALID KEY
003166             DISPLAY "ERROR AL QUITAR LA MATERIA"
003166         NOT INVALID KEY
003166             DISPLAY "Materia quitada del plan"
003166     END-DELETE.
003166 8500-EXIT.
003166     EXIT.
003166
003166*----------------------------------------------------------*
003167*  9000-FINALIZAR - Cierra el catalogo                       *
003168*----------------------------------------------------------*
003169 9000-FINALIZAR.
003172         CLOSE AULA-FILE
003173     END-IF.
003174     CLOSE HORARIO-FILE.
003174     CLOSE PLAN-FILE.
003174     CLOSE TARIFA-FILE.
003175 9000-EXIT.
003176     EXIT.
