000180*  2026-08-22 JFV  Area de datos del respaldo ampliada a 200
000190*                  para el USUARIO-REC crecido (vigencia e
000200*                  historial de contrasenas).
000203*  2026-10-15 JFV  La recarga de ESTUDIDX vacia el extracto
000206*                  de activos ESCACTIV (ver ACTVCHK).
000210*----------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. ESCRELD.
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-BKU-STATUS.
000530
000532     SELECT EXTRACTO-FILE ASSIGN TO "ESCACTIV"
000534         ORGANIZATION IS SEQUENTIAL
000536         FILE STATUS IS WS-EXT-STATUS.
000538
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ESTUDIANTE-FILE.
000750         88  BKU-COLA                      VALUE "T".
000760     05  BKU-DATOS                 PIC X(200).
000770
000772 FD  EXTRACTO-FILE.
000774     COPY ACTVREC.
000776
000780 WORKING-STORAGE SECTION.
000790 01  WS-STU-STATUS                PIC X(02).
000800     88  WS-STU-OK                        VALUE "00".
000890 01  WS-BKU-STATUS                PIC X(02).
000900     88  WS-BKU-OK                        VALUE "00".
000910     88  WS-BKU-FIN-ARCHIVO               VALUE "10".
000912
000914 01  WS-EXT-STATUS                PIC X(02).
000916     88  WS-EXT-OK                        VALUE "00".
000920
000930 01  WS-ENTRADA-OPCION            PIC X(01).
000940
001620             TO ERRHAND-MENSAJE
001630         CALL "ERRHAND" USING ERRHAND-PARM
001640         STOP RUN
001641     END-IF.
001642
001643*  La recarga no deja rastro en ESCAUDIT: el extracto de
001644*  activos se vacia para que los reportes lean el maestro
001645*  hasta que ESCBATCH lo vuelva a generar.
001646     OPEN OUTPUT EXTRACTO-FILE.
001647     IF WS-EXT-OK
001648         CLOSE EXTRACTO-FILE
001650     END-IF.
001660
001670     PERFORM 2100-LEER-RESPALDO-ESTUD THRU 2100-EXIT
