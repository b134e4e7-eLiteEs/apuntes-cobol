000140*  veredicto.  Las COND del JCL siguen mandando dentro del   *
000150*  stream; esta guardia detiene al operador que corre los    *
000160*  pasos a mano en el orden equivocado.                       *
000162*  Cada inicio aceptado y cada termino se agregan ademas al  *
000164*  historico RUNHIST (renglones I y F, con el tiempo         *
000166*  transcurrido y el volumen informado); si RUNHIST no se    *
000168*  puede abrir la corrida sigue, solo sin historia.          *
000170*----------------------------------------------------------*
000180*  MODIFICATIONS.
000190*  2026-09-01 JFV  Creacion inicial.
000192*  2026-10-15 JFV  Historico RUNHIST de inicios y terminos con
000194*                  tiempo transcurrido y volumen; la hora se
000196*                  toma del TIME completo (HHMMSScc) y no
000198*                  truncada a MMSScc.
000200*----------------------------------------------------------*
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. RUNGUARD.
000340         RECORD KEY IS RUN-PROGRAMA
000350         FILE STATUS IS WS-RUN-STATUS.
000360
000362     SELECT HISTORIA-FILE ASSIGN TO "RUNHIST"
000364         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS IS WS-HIS-STATUS.
000368
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  CONTROL-FILE.
000400     COPY RUNREC.
000402
000404 FD  HISTORIA-FILE.
000406     COPY RUNHREC.
000410
000420 WORKING-STORAGE SECTION.
000430 01  WS-RUN-STATUS                PIC X(02).
000440     88  WS-RUN-OK                        VALUE "00".
000450     88  WS-RUN-NO-ENCONTRADO              VALUE "23".
000460
000462 01  WS-HIS-STATUS                PIC X(02).
000464     88  WS-HIS-OK                        VALUE "00".
000466
000470 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000480 01  WS-HORA-HOY                  PIC 9(06) VALUE ZERO.
000480 01  WS-HORA-SISTEMA              PIC 9(08) VALUE ZERO.
000481 01  WS-HORA-PARTES REDEFINES WS-HORA-SISTEMA.
000481     05  WS-HORA-HHMMSS           PIC 9(06).
000482     05  FILLER                   PIC 9(02).
000483
000483*  Inicio de la corrida segun RUNCTL, para el transcurrido.
000484 01  WS-FECHA-INICIO              PIC 9(08) VALUE ZERO.
000484 01  WS-HORA-INICIO               PIC 9(06) VALUE ZERO.
000485 01  WS-HORA-DESGLOSE.
000486     05  WS-HD-HH                 PIC 9(02).
000486     05  WS-HD-MM                 PIC 9(02).
000487     05  WS-HD-SS                 PIC 9(02).
000487 01  WS-SEG-INICIO                PIC 9(07) COMP VALUE ZERO.
000488 01  WS-SEG-FIN                   PIC 9(07) COMP VALUE ZERO.
000489 01  WS-SEGUNDOS                  PIC 9(07) COMP VALUE ZERO.
000490
000500 LINKAGE SECTION.
000510 COPY RUNPARM.
000530 PROCEDURE DIVISION USING RUNGUARD-PARM.
000540 0000-MAINLINE.
000550     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
000560     ACCEPT WS-HORA-SISTEMA FROM TIME.
000565     MOVE WS-HORA-HHMMSS TO WS-HORA-HOY.
000570     MOVE ZERO TO RUNGUARD-ULT-FECHA.
000580     MOVE ZERO TO RUNGUARD-ULT-RC.
000590
001240             END-REWRITE
001250     END-WRITE.
001260     SET RUNGUARD-OK TO TRUE.
001261
001262     INITIALIZE RUNH-REC.
001263     SET RUNH-INICIO TO TRUE.
001264     MOVE WS-FECHA-HOY TO RUNH-FECHA-INICIO.
001265     MOVE WS-HORA-HOY  TO RUNH-HORA-INICIO.
001266     MOVE ZERO TO RUNH-REGISTROS.
001267     PERFORM 8000-GRABAR-HISTORIA THRU 8000-EXIT.
001270 2000-EXIT.
001280     EXIT.
001290
001560             INITIALIZE RUN-REC
001570             MOVE RUNGUARD-PROGRAMA TO RUN-PROGRAMA
001580     END-READ.
001581     MOVE ZERO TO WS-FECHA-INICIO.
001582     MOVE ZERO TO WS-HORA-INICIO.
001583     IF RUN-CORRIENDO
001584         MOVE RUN-FECHA TO WS-FECHA-INICIO
001585         MOVE RUN-HORA  TO WS-HORA-INICIO
001586     END-IF.
001590     MOVE WS-FECHA-HOY TO RUN-FECHA.
001600     MOVE WS-HORA-HOY  TO RUN-HORA.
001610     MOVE RUNGUARD-RC  TO RUN-RC.
001690             END-WRITE
001700     END-REWRITE.
001710     SET RUNGUARD-OK TO TRUE.
001710
001711     INITIALIZE RUNH-REC.
001711     SET RUNH-FIN TO TRUE.
001712     MOVE WS-FECHA-INICIO TO RUNH-FECHA-INICIO.
001713     MOVE WS-HORA-INICIO  TO RUNH-HORA-INICIO.
001713     IF WS-FECHA-INICIO NOT = ZERO
001714         PERFORM 3100-CALCULAR-TRANSCURRIDO THRU 3100-EXIT
001715         MOVE WS-SEGUNDOS TO RUNH-SEGUNDOS
001715     END-IF.
001716     MOVE RUNGUARD-RC TO RUNH-RC.
001717     IF RUNGUARD-REGISTROS IS NUMERIC
001717         MOVE RUNGUARD-REGISTROS TO RUNH-REGISTROS
001718     END-IF.
001719     PERFORM 8000-GRABAR-HISTORIA THRU 8000-EXIT.
001720 3000-EXIT.
001730     EXIT.
001740
001750*----------------------------------------------------------*
001760*  3100-CALCULAR-TRANSCURRIDO - Segundos entre el inicio     *
001770*  que dejo RUNCTL y ahora.  Si la corrida cruzo la          *
001780*  medianoche la fecha ya no es la misma y se suma un dia.   *
001790*----------------------------------------------------------*
001800 3100-CALCULAR-TRANSCURRIDO.
001810     MOVE WS-HORA-INICIO TO WS-HORA-DESGLOSE.
001820     COMPUTE WS-SEG-INICIO = WS-HD-HH * 3600
001830                           + WS-HD-MM * 60 + WS-HD-SS.
001840     MOVE WS-HORA-HOY TO WS-HORA-DESGLOSE.
001850     COMPUTE WS-SEG-FIN = WS-HD-HH * 3600
001860                        + WS-HD-MM * 60 + WS-HD-SS.
001870     IF WS-FECHA-HOY NOT = WS-FECHA-INICIO
001880         ADD 86400 TO WS-SEG-FIN
001890     END-IF.
001900     IF WS-SEG-FIN < WS-SEG-INICIO
001910         MOVE ZERO TO WS-SEGUNDOS
001920     ELSE
001930         COMPUTE WS-SEGUNDOS = WS-SEG-FIN - WS-SEG-INICIO
001940     END-IF.
001950 3100-EXIT.
001960     EXIT.
001970
001980*----------------------------------------------------------*
001990*  8000-GRABAR-HISTORIA - Agrega el renglon a RUNHIST.  La   *
002000*  historia no detiene el stream: sin RUNHIST solo avisa.    *
002010*----------------------------------------------------------*
002020 8000-GRABAR-HISTORIA.
002030     MOVE RUNGUARD-PROGRAMA TO RUNH-PROGRAMA.
002040     MOVE WS-FECHA-HOY TO RUNH-FECHA.
002050     MOVE WS-HORA-HOY  TO RUNH-HORA.
002060     MOVE RUNGUARD-FORZAR TO RUNH-FORZADO.
002070     OPEN EXTEND HISTORIA-FILE.
002080     IF NOT WS-HIS-OK
002090         OPEN OUTPUT HISTORIA-FILE
002100     END-IF.
002110     IF NOT WS-HIS-OK
002120         DISPLAY "RUNGUARD - SIN HISTORICO RUNHIST, STATUS "
002130             WS-HIS-STATUS
002140         GO TO 8000-EXIT
002150     END-IF.
002160     WRITE RUNH-REC.
002170     CLOSE HISTORIA-FILE.
002180 8000-EXIT.
002190     EXIT.
