000080*  Descarga de respaldo: copia los maestros indexados        *
000090*  ESTUDIDX y LOGINUSR a los secuenciales de respaldo        *
000100*  ESTUBKP y USRBKP, cada uno con registro cabecera (fecha   *
000110*  y hora de la copia) y registro cola (cantidad y suma de   *
000120*  control), para que ESCRELD pueda reconstruir un maestro   *
000130*  danado y verificar la reconstruccion.  Se corre como      *
000140*  paso previo a la carga nocturna.                           *
000180*  2026-08-22 JFV  Area de datos del respaldo ampliada a 200
000190*                  para el USUARIO-REC crecido (vigencia e
000200*                  historial de contrasenas).
000201*  2026-10-15 JFV  La cabecera lleva tambien la hora de la
000202*                  copia (posiciones 9-14), desde la que
000203*                  ESCRECUP reaplica el rastro ESCAUDIT.
000204*  2026-10-15 JFV  Volumen leido en RUNGUARD-REGISTROS al
000205*                  terminar, para el historico RUNHIST.
000206*  2026-10-15 JFV  La hora de la cabecera se toma de TIME en
000207*                  9(08) y se guardan HHMMSS (como RUNGUARD).
000210*----------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. ESCUNLD.
000910     88  WS-BKU-OK                        VALUE "00".
000920
000930 01  WS-FECHA-COPIA               PIC 9(08) VALUE ZERO.
000931 01  WS-HORA-COPIA                PIC 9(06) VALUE ZERO.
000932 01  WS-HORA-SISTEMA              PIC 9(08) VALUE ZERO.
000933 01  WS-HORA-PARTES REDEFINES WS-HORA-SISTEMA.
000934     05  WS-HORA-HHMMSS           PIC 9(06).
000935     05  FILLER                   PIC 9(02).
000940
000950 01  WS-CONTROL-ESTUD.
000960     05  WS-EST-REGISTROS         PIC 9(07) COMP VALUE ZERO.
001244     SET RUNGUARD-TERMINAR TO TRUE.
001245     MOVE "ESCUNLD" TO RUNGUARD-PROGRAMA.
001246     MOVE RETURN-CODE TO RUNGUARD-RC.
001246     COMPUTE RUNGUARD-REGISTROS = WS-EST-REGISTROS
001246                           + WS-USR-REGISTROS.
001247     CALL "RUNGUARD" USING RUNGUARD-PARM.
001248 0600-EXIT.
001249     EXIT.
001254*----------------------------------------------------------*
001260 1000-INICIALIZAR.
001270     ACCEPT WS-FECHA-COPIA FROM DATE YYYYMMDD.
001273     ACCEPT WS-HORA-SISTEMA FROM TIME.
001276     MOVE WS-HORA-HHMMSS TO WS-HORA-COPIA.
001280
001290     OPEN INPUT ESTUDIANTE-FILE.
001300     IF NOT WS-STU-OK
001540     MOVE "H" TO BKE-TIPO.
001550     MOVE SPACES TO BKE-DATOS.
001560     MOVE WS-FECHA-COPIA TO BKE-DATOS (1:8).
001565     MOVE WS-HORA-COPIA  TO BKE-DATOS (9:6).
001570     WRITE BKE-REC.
001580
001590     MOVE "H" TO BKU-TIPO.
001600     MOVE SPACES TO BKU-DATOS.
001610     MOVE WS-FECHA-COPIA TO BKU-DATOS (1:8).
001615     MOVE WS-HORA-COPIA  TO BKU-DATOS (9:6).
001620     WRITE BKU-REC.
001630 1000-EXIT.
001640     EXIT.
002180     DISPLAY " ".
002190     DISPLAY "---- RESUMEN DE DESCARGA DE RESPALDO ----".
002200     DISPLAY "FECHA DE COPIA      : " WS-FECHA-COPIA.
002205     DISPLAY "HORA DE COPIA       : " WS-HORA-COPIA.
002210     DISPLAY "ESTUDIANTES COPIADOS: " WS-EST-REGISTROS.
002220     DISPLAY "USUARIOS COPIADOS   : " WS-USR-REGISTROS.
002230 9000-EXIT.
