000197*                  clave que siguiera editandose con editor
000198*                  de texto anularia el proposito de esta
000199*                  pantalla.
000199*  2026-10-15 JFV  Claves CONV-DIAS-GRACIA, CAJA-DIAS-CONC y
000199*                  DEVOL-UMBRAL (devoluciones de saldo a
000199*                  favor que pasan por la cola APRBIDX).
000199*  2026-10-15 JFV  Clave CUOTA-EXTRAORD (cuota del examen
000199*                  extraordinario que cobra EXTRCAPT).
000199*  2026-10-15 JFV  Clave EXAMENES-DIA (tope de examenes de un
000199*                  curso en un dia, lo valida EXAMMANT).
000199*  2026-10-15 JFV  Claves BECA-PROM-MINIMO, BECA-FALTAS-MAX,
000199*                  BECA-ADEUDO-MAX y BECA-REDUCCION (reglas
000199*                  de renovacion de becas de BECAREVI).
000199*  2026-10-15 JFV  Clave BLOQ-ADEUDO-MIN (adeudo de mas de 90
000199*                  dias a partir del cual CLIBLOQ bloquea la
000199*                  cuenta del tutor).
000199*  2026-10-15 JFV  Renglones de PARMAUD encadenados: secuencia
000199*                  y huella al final de cada renglon (rutina
000199*                  AUDCADEN), que verifica AUDVERIF.
000199*  2026-10-15 JFV  Claves RETEN-EMERIDX, RETEN-ASISHISX,
000199*                  RETEN-ESCAUDIT y RETEN-ESCHISTX (anios de
000199*                  retencion legal que aplica ESCRETEN).
000199*  2026-10-15 JFV  Clave SESION-INACTIVA (minutos sin
000199*                  actividad tras los que vence la sesion).
000199*  2026-10-15 JFV  Claves RECER-DIAS-INACTIVO y
000199*                  RECER-DIAS-PLAZO (recertificacion
000199*                  trimestral de accesos de USRRECER).
000199*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000199*                  (rutina PERMCHK, archivo PERMIDX).
000199*  2026-10-15 JFV  Claves TEND-CORRIDAS, TEND-UMBRAL-PCT,
000199*                  TEND-VENTANA-MIN y TEND-CRECE-PCT (reporte
000199*                  de tendencia de corridas RUNTEND).
000199*  2026-10-15 JFV  Clave SUSP-DIAS-MAX (dias maximos de una
000199*                  suspension capturada en INCIMANT).
000199*  2026-10-15 JFV  Clave ADMI-PUNTAJE-MIN (puntaje del examen
000199*                  de admision bajo el cual ADMIDECI pide
000199*                  confirmar la aceptacion).
000199*  2026-10-15 JFV  Clave ENFE-VISITAS-FREC (visitas del mes a
000199*                  la enfermeria desde las que ENFEREPT
000199*                  marca al estudiante como frecuente).
000199*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000199*                  cada renglon; el rastro se abre y cierra por
000199*                  renglon para no encadenar contra un eslabon
000199*                  viejo si otra sesion grabo en medio.
000200*----------------------------------------------------------*
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. PARMMANT.
000720
000730*  Catalogo de parametros conocidos: tipo N = numerico con
000740*  rango; la clave que no este aqui no se captura.
000750 01  WS-TOTAL-CATALOGO            PIC 9(02) COMP VALUE 37.
000760 01  WS-CATALOGO-PARMS.
000762     05  FILLER PIC X(31) VALUE
000764         "EDAD-MINIMA         N0000100099".
000808         "LIMITE-SENIOR       N0000100120".
000810     05  FILLER PIC X(31) VALUE
000812         "M2-POR-ALUMNO       N0000100099".
000814     05  FILLER PIC X(31) VALUE
000816         "CONV-DIAS-GRACIA    N0000000099".
000818     05  FILLER PIC X(31) VALUE
000820         "CAJA-DIAS-CONC      N0000100099".
000822     05  FILLER PIC X(31) VALUE
000824         "DEVOL-UMBRAL        N0000099999".
000826     05  FILLER PIC X(31) VALUE
000828         "CUOTA-EXTRAORD      N0000099999".
000830     05  FILLER PIC X(31) VALUE
000832         "EXAMENES-DIA        N0000100009".
000834     05  FILLER PIC X(31) VALUE
000836         "BECA-PROM-MINIMO    N0000001000".
000838     05  FILLER PIC X(31) VALUE
000840         "BECA-FALTAS-MAX     N0000000365".
000842     05  FILLER PIC X(31) VALUE
000844         "BECA-ADEUDO-MAX     N0000099999".
000846     05  FILLER PIC X(31) VALUE
000848         "BECA-REDUCCION      N0000100100".
000850     05  FILLER PIC X(31) VALUE
000852         "BLOQ-ADEUDO-MIN     N0000099999".
000854     05  FILLER PIC X(31) VALUE
000856         "RETEN-EMERIDX       N0000100099".
000858     05  FILLER PIC X(31) VALUE
000860         "RETEN-ASISHISX      N0000100099".
000862     05  FILLER PIC X(31) VALUE
000864         "RETEN-ESCAUDIT      N0000100099".
000866     05  FILLER PIC X(31) VALUE
000868         "RETEN-ESCHISTX      N0000100099".
000870     05  FILLER PIC X(31) VALUE
000872         "SESION-INACTIVA     N0000100480".
000874     05  FILLER PIC X(31) VALUE
000876         "RECER-DIAS-INACTIVO N0000100999".
000878     05  FILLER PIC X(31) VALUE
000880         "RECER-DIAS-PLAZO    N0000100090".
000882     05  FILLER PIC X(31) VALUE
000884         "TEND-CORRIDAS       N0000200030".
000886     05  FILLER PIC X(31) VALUE
000888         "TEND-UMBRAL-PCT     N0010100999".
000890     05  FILLER PIC X(31) VALUE
000892         "TEND-VENTANA-MIN    N0000101440".
000894     05  FILLER PIC X(31) VALUE
000896         "TEND-CRECE-PCT      N0000000100".
000898     05  FILLER PIC X(31) VALUE
000900         "SUSP-DIAS-MAX       N0000100030".
000902     05  FILLER PIC X(31) VALUE
000904         "ADMI-PUNTAJE-MIN    N0000000100".
000906     05  FILLER PIC X(31) VALUE
000908         "ENFE-VISITAS-FREC   N0000100031".
000950 01  WS-CATALOGO-RED REDEFINES WS-CATALOGO-PARMS.
000960     05  WS-CAT-ENTRADA           OCCURS 37 TIMES.
000970         10  WS-CAT-CLAVE         PIC X(20).
000980         10  WS-CAT-TIPO          PIC X(01).
000990         10  WS-CAT-MINIMO        PIC 9(05).
001160
001170 COPY ERRPARM.
001180
001183 COPY CADEPARM.
001186
001187 COPY PERMPARM.
001188
001190 LINKAGE SECTION.
001200 COPY LOGPARM.
001210
001280     GOBACK.
001290
001300*----------------------------------------------------------*
001310*  1000-INICIALIZAR - Con permiso; carga SYSPARM en memoria  *
001320*----------------------------------------------------------*
001330 1000-INICIALIZAR.
001340     IF LOGIN-CONCEDIDO AND LOGIN-USERNAME NOT = SPACES
001350         MOVE LOGIN-USERNAME TO WS-OPERADOR
001360     ELSE
001361         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001362         GOBACK
001363     END-IF.
001364
001365     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001366     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001367     MOVE "PARMMANT"     TO PERMCHK-PROGRAMA.
001368     MOVE SPACES         TO PERMCHK-FUNCION.
001369     SET PERMCHK-NIVEL-ADMIN TO TRUE.
001370     CALL "PERMCHK" USING PERMCHK-PARM.
001371     IF NOT PERMCHK-PERMITIDO
001372         DISPLAY "SIN PERMISO PARA EDITAR SYSPARM"
001380         GOBACK
001390     END-IF.
001400
001410     PERFORM 1100-CARGAR-SYSPARM THRU 1100-EXIT.
001420
001423*  Aqui solo se comprueba el rastro (y se crea si falta);
001426*  cada renglon lo abre, lo encadena y lo cierra (8900).
001430     OPEN EXTEND AUDIT-FILE.
001440     IF NOT WS-AUD-OK
001450         OPEN OUTPUT AUDIT-FILE
001460     END-IF.
001465     CLOSE AUDIT-FILE.
001470 1000-EXIT.
001480     EXIT.
001490
003790     MOVE WS-ENTRADA-CLAVE (1:10) TO AUD-CAMPO.
003800     MOVE WS-VALOR-ANTERIOR TO AUD-ANTES.
003810     MOVE WS-VALOR-NUEVO TO AUD-DESPUES.
003810     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003810 4500-EXIT.
003810     EXIT.
003810
003811*----------------------------------------------------------*
003811*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
003811*  (rutina AUDCADEN) y lo graba en PARMAUD.                  *
003811*----------------------------------------------------------*
003812 8900-GRABAR-AUDITORIA.
003812*  El ultimo eslabon se toma del rastro al momento de grabar
003812*  (otra terminal pudo haber grabado despues); el renglon ya
003812*  armado se guarda mientras se abre el rastro.
003813     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
003813     MOVE "PARMAUD" TO AUDCADEN-ARCHIVO.
003813     MOVE 129 TO AUDCADEN-POSICION.
003813     SET AUDCADEN-ULTIMO TO TRUE.
003814     CALL "AUDCADEN" USING AUDCADEN-PARM.
003814     OPEN EXTEND AUDIT-FILE.
003814     IF NOT WS-AUD-OK
003814         OPEN OUTPUT AUDIT-FILE
003815     END-IF.
003815     IF NOT WS-AUD-OK
003815         MOVE "PARMMANT"       TO ERRHAND-PROGRAMA
003815         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
003816         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
003816         SET ERRHAND-ADVERTENCIA TO TRUE
003816         MOVE "ERROR AL ABRIR PARMAUD" TO ERRHAND-MENSAJE
003816         CALL "ERRHAND" USING ERRHAND-PARM
003817         GO TO 8900-EXIT
003817     END-IF.
003817     MOVE AUDCADEN-RENGLON TO AUDIT-REC.
003817     ADD 1 TO AUDCADEN-SECUENCIA.
003818     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
003818     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
003818     SET AUDCADEN-ENCADENAR TO TRUE.
003818     CALL "AUDCADEN" USING AUDCADEN-PARM.
003819     MOVE AUDCADEN-CADENA TO AUD-CADENA.
003820     WRITE AUDIT-REC.
003826     CLOSE AUDIT-FILE.
003832 8900-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------*
003870*  9000-FINALIZAR - Cierra el rastro                         *
003880*----------------------------------------------------------*
003890 9000-FINALIZAR.
003910 9000-EXIT.
003920     EXIT.
