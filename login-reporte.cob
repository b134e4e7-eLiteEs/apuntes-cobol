000180*                  rutina comun RPTGEN (LOGRPT.AAAAMMDD).
000190*  2024-03-09 JFV  Filtro por fecha de proceso (AUD-FECHA)    *
000200*                  para que el resumen sea realmente diario.  *
000201*  2026-10-15 JFV  Los eventos de sesion (SES-*) de LOGAUDIT
000202*                  no cuentan como intentos de acceso.
000203*  2026-10-15 JFV  Tampoco los de la recertificacion de
000204*                  accesos (RECER-*).
000205*  2026-10-15 JFV  Ni los del mantenimiento de permisos por
000206*                  funcion (PERM-*).
000210*----------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. LOGRPT.
001910     EXIT.
001920 
001930 2300-ACUMULAR-REGISTRO.
001930     IF WORK-RESULTADO (1:4) = "SES-"
001931         GO TO 2300-EXIT
001932     END-IF.
001933     IF WORK-RESULTADO (1:6) = "RECER-"
001934         GO TO 2300-EXIT
001935     END-IF.
001936     IF WORK-RESULTADO (1:5) = "PERM-"
001937         GO TO 2300-EXIT
001938     END-IF.
001939
001940     IF ES-PRIMERA-VEZ
001950         SET NO-ES-PRIMERA-VEZ TO TRUE
001960         MOVE WORK-USERNAME TO WS-USUARIO-ANTERIOR
