000200*                  5-25 queda por omision.
000210*  2026-08-22 JFV  La fecha se valida con la rutina comun
000220*                  FECHACHK (bisiestos y fechas futuras).
000223*  2026-10-15 JFV  Volumen leido en RUNGUARD-REGISTROS al
000226*                  terminar, para el historico RUNHIST.
000230*----------------------------------------------------------*
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. ESCEDITA.
001024     SET RUNGUARD-TERMINAR TO TRUE.
001025     MOVE "ESCEDITA" TO RUNGUARD-PROGRAMA.
001026     MOVE RETURN-CODE TO RUNGUARD-RC.
001026     MOVE WS-TOTAL-LEIDOS TO RUNGUARD-REGISTROS.
001027     CALL "RUNGUARD" USING RUNGUARD-PARM.
001028 0600-EXIT.
001029     EXIT.
