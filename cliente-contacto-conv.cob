000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  CLIDCONV                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Conversion unica del maestro de clientes a los datos de   *
000090*  contacto, al estilo de CLICONV y ESTUFCNV: lee el CLIMAST *
000100*  viejo (numero, nombre, estado y saldo) y escribe CLIMASTN *
000110*  con el layout actual; domicilio, telefono y correo        *
000120*  quedan en blanco, igual que la preferencia de entrega     *
000130*  (aun no capturada), hasta que CLIMANT los capture.        *
000140*  Como el renglon de CLIAUDIT crecio (campo, antes y        *
000150*  despues), tambien pasa el rastro a CLIAUDIN: cada         *
000160*  renglon encadenado se comprueba primero con su huella     *
000170*  vieja (un rastro roto detiene la conversion; se aclara    *
000180*  con AUDVERIF antes de volver a correr) y se vuelve a      *
000190*  encadenar en la columna nueva con la misma secuencia.     *
000200*  El sello de CLIAUDIT en AUDSELLO se lleva a la huella     *
000210*  nueva en AUDSELLN.  Operaciones renombra CLIMASTN,        *
000220*  CLIAUDIN y AUDSELLN al terminar.  Se corre una sola vez   *
000230*  por ambiente, con CLIMANT y la cobranza detenidos.        *
000240*----------------------------------------------------------*
000250*  MODIFICATIONS.
000260*  2026-10-15 JFV  Creacion inicial.
000262*  2026-10-15 JFV  Las cuentas convertidas quedan con
000264*                  CLIENTE-PORTAL en S (publicadas en el portal
000266*                  de padres).
000267*  2026-10-15 JFV  La preferencia de entrega queda en blanco (sin
000268*                  capturar) en lugar de papel: sin domicilio, la
000269*                  cuenta no debe ir a etiqueta.
000270*----------------------------------------------------------*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CLIDCONV.
000300 AUTHOR. J. FIGUEROA VEGA.
000310 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000320 DATE-WRITTEN. 2026-10-15.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CLIENTE-VIEJO ASSIGN TO "CLIMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS VIEJO-NUMERO
000420         ALTERNATE RECORD KEY IS VIEJO-NOMBRE
000430             WITH DUPLICATES
000440         FILE STATUS IS WS-VIE-STATUS.
000450
000460     SELECT CLIENTE-FILE ASSIGN TO "CLIMASTN"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CLIENTE-NUMERO
000500         ALTERNATE RECORD KEY IS CLIENTE-NOMBRE
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-CLI-STATUS.
000530
000540     SELECT AUDVIEJO-FILE ASSIGN TO "CLIAUDIT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUV-STATUS.
000570
000580     SELECT AUDIT-FILE ASSIGN TO "CLIAUDIN"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-AUD-STATUS.
000610
000620     SELECT SELLO-VIEJO ASSIGN TO "AUDSELLO"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-SEV-STATUS.
000650
000660     SELECT SELLO-FILE ASSIGN TO "AUDSELLN"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-SEL-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CLIENTE-VIEJO.
000730 01  VIEJO-REC.
000740     05  VIEJO-NUMERO                PIC X(06).
000750     05  VIEJO-NOMBRE                PIC X(20).
000760     05  VIEJO-ESTADO                PIC X(01).
000770     05  VIEJO-SALDO                 PIC S9(07)V99.
000780
000790 FD  CLIENTE-FILE.
000800     COPY CLIREC.
000810
000820 FD  AUDVIEJO-FILE.
000830 01  AUDVIEJO-LINEA               PIC X(200).
000840
000850 FD  AUDIT-FILE.
000860 01  AUDIT-REC.
000870     05  AUD-DATOS               PIC X(70).
000880     05  FILLER                  PIC X(01) VALUE SPACE.
000890     05  AUD-CAMPO               PIC X(10).
000900     05  FILLER                  PIC X(01) VALUE SPACE.
000910     05  AUD-ANTES               PIC X(40).
000920     05  FILLER                  PIC X(01) VALUE SPACE.
000930     05  AUD-DESPUES             PIC X(40).
000940     05  FILLER                  PIC X(01) VALUE SPACE.
000950     05  AUD-SECUENCIA           PIC X(09).
000960     05  FILLER                  PIC X(01) VALUE SPACE.
000970     05  AUD-CADENA              PIC X(20).
000980
000990 FD  SELLO-VIEJO.
001000 01  SELLO-VIEJO-REC             PIC X(48).
001010
001020 FD  SELLO-FILE.
001030 01  SELLO-REC.
001040     05  SELLO-ARCHIVO            PIC X(08).
001050     05  FILLER                   PIC X(01).
001060     05  SELLO-SECUENCIA          PIC 9(09).
001070     05  FILLER                   PIC X(01).
001080     05  SELLO-CADENA             PIC X(20).
001090     05  FILLER                   PIC X(01).
001100     05  SELLO-FECHA              PIC 9(08).
001110
001120 WORKING-STORAGE SECTION.
001130 01  WS-VIE-STATUS                PIC X(02).
001140     88  WS-VIE-OK                        VALUE "00".
001150     88  WS-VIE-FIN-ARCHIVO               VALUE "10".
001160
001170 01  WS-CLI-STATUS                PIC X(02).
001180     88  WS-CLI-OK                        VALUE "00".
001190
001200 01  WS-AUV-STATUS                PIC X(02).
001210     88  WS-AUV-OK                        VALUE "00".
001220     88  WS-AUV-FIN-ARCHIVO               VALUE "10".
001230
001240 01  WS-AUD-STATUS                PIC X(02).
001250     88  WS-AUD-OK                        VALUE "00".
001260
001270 01  WS-SEV-STATUS                PIC X(02).
001280     88  WS-SEV-OK                        VALUE "00".
001290     88  WS-SEV-FIN-ARCHIVO               VALUE "10".
001300
001310 01  WS-SEL-STATUS                PIC X(02).
001320     88  WS-SEL-OK                        VALUE "00".
001330
001340 01  WS-SWITCHES.
001350     05  WS-HAY-SELLOS            PIC X(01) VALUE "N".
001360         88  HAY-SELLOS                   VALUE "S".
001370     05  WS-HAY-RASTRO            PIC X(01) VALUE "N".
001380         88  HAY-RASTRO                   VALUE "S".
001390     05  WS-SELLO-HALLADO         PIC X(01) VALUE "N".
001400         88  SELLO-HALLADO                VALUE "S".
001410
001420*  Cola de encadenado del renglon viejo (columna 71).
001430 01  WS-COLA-VIEJA.
001440     05  FILLER                   PIC X(01).
001450     05  WS-VIEJA-SECUENCIA       PIC X(09).
001460     05  WS-VIEJA-SECUENCIA-N REDEFINES WS-VIEJA-SECUENCIA
001470                                  PIC 9(09).
001480     05  FILLER                   PIC X(01).
001490     05  WS-VIEJA-CADENA          PIC X(20).
001500
001510 01  WS-CADENA-VIEJA-ANT          PIC X(20) VALUE SPACES.
001520 01  WS-CADENA-NUEVA-ANT          PIC X(20) VALUE SPACES.
001530
001540*  Sello de CLIAUDIT tal como esta en AUDSELLO.
001550 01  WS-SELLO-SECUENCIA           PIC 9(09) VALUE ZERO.
001560 01  WS-SELLO-CADENA-NUEVA        PIC X(20) VALUE SPACES.
001570
001580 01  WS-CONTADORES.
001590     05  WS-TOTAL-LEIDOS          PIC 9(07) COMP VALUE ZERO.
001600     05  WS-TOTAL-CONVERTIDOS     PIC 9(07) COMP VALUE ZERO.
001610     05  WS-RENGLONES-LEIDOS      PIC 9(07) COMP VALUE ZERO.
001620     05  WS-RENGLONES-SIN-CADENA  PIC 9(07) COMP VALUE ZERO.
001630
001640 COPY CADEPARM.
001650
001660 COPY ERRPARM.
001670
001680 PROCEDURE DIVISION.
001690 0000-MAINLINE.
001700     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001710     PERFORM 2000-CONVERTIR-CLIENTES THRU 2000-EXIT
001720         UNTIL WS-VIE-FIN-ARCHIVO.
001730     PERFORM 3000-CONVERTIR-RASTRO THRU 3000-EXIT
001740         UNTIL WS-AUV-FIN-ARCHIVO.
001750     PERFORM 4000-LLEVAR-SELLOS THRU 4000-EXIT.
001760     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001770     STOP RUN.
001780
001790*----------------------------------------------------------*
001800*  1000-INICIALIZAR - Abre los viejos y crea los nuevos;     *
001810*  toma el sello de CLIAUDIT si ya hubo verificacion.        *
001820*----------------------------------------------------------*
001830 1000-INICIALIZAR.
001840     OPEN INPUT CLIENTE-VIEJO.
001850     IF NOT WS-VIE-OK
001860         MOVE "CLIDCONV"      TO ERRHAND-PROGRAMA
001870         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001880         MOVE WS-VIE-STATUS   TO ERRHAND-FILE-STATUS
001890         SET ERRHAND-FATAL TO TRUE
001900         MOVE "ERROR AL ABRIR CLIMAST VIEJO" TO ERRHAND-MENSAJE
001910         CALL "ERRHAND" USING ERRHAND-PARM
001920         MOVE 8 TO RETURN-CODE
001930         STOP RUN
001940     END-IF.
001950
001960     OPEN OUTPUT CLIENTE-FILE.
001970     IF NOT WS-CLI-OK
001980         MOVE "CLIDCONV"      TO ERRHAND-PROGRAMA
001990         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002000         MOVE WS-CLI-STATUS   TO ERRHAND-FILE-STATUS
002010         SET ERRHAND-FATAL TO TRUE
002020         MOVE "ERROR AL CREAR CLIMASTN" TO ERRHAND-MENSAJE
002030         CALL "ERRHAND" USING ERRHAND-PARM
002040         MOVE 8 TO RETURN-CODE
002050         STOP RUN
002060     END-IF.
002070
002080*  Sin CLIAUDIT todavia no hay rastro que pasar.
002090     OPEN INPUT AUDVIEJO-FILE.
002100     IF WS-AUV-OK
002110         SET HAY-RASTRO TO TRUE
002120     ELSE
002130         SET WS-AUV-FIN-ARCHIVO TO TRUE
002140     END-IF.
002150     OPEN OUTPUT AUDIT-FILE.
002160     IF NOT WS-AUD-OK
002170         MOVE "CLIDCONV"      TO ERRHAND-PROGRAMA
002180         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002190         MOVE WS-AUD-STATUS   TO ERRHAND-FILE-STATUS
002200         SET ERRHAND-FATAL TO TRUE
002210         MOVE "ERROR AL CREAR CLIAUDIN" TO ERRHAND-MENSAJE
002220         CALL "ERRHAND" USING ERRHAND-PARM
002230         MOVE 8 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002260
002270     OPEN INPUT SELLO-VIEJO.
002280     IF WS-SEV-OK
002290         SET HAY-SELLOS TO TRUE
002300         PERFORM 1100-BUSCAR-SELLO THRU 1100-EXIT
002310             UNTIL WS-SEV-FIN-ARCHIVO
002320         CLOSE SELLO-VIEJO
002330     END-IF.
002340
002350     MOVE "CLIAUDIT" TO AUDCADEN-ARCHIVO.
002360 1000-EXIT.
002370     EXIT.
002380
002390 1100-BUSCAR-SELLO.
002400     READ SELLO-VIEJO INTO SELLO-REC
002410         AT END
002420             SET WS-SEV-FIN-ARCHIVO TO TRUE
002430             GO TO 1100-EXIT
002440     END-READ.
002450     IF SELLO-ARCHIVO = "CLIAUDIT"
002460        AND SELLO-SECUENCIA IS NUMERIC
002470         MOVE SELLO-SECUENCIA TO WS-SELLO-SECUENCIA
002480     END-IF.
002490 1100-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------*
002530*  2000-CONVERTIR-CLIENTES - Copia campo a campo; el         *
002540*  contacto y la preferencia de entrega quedan en blanco.    *
002550*----------------------------------------------------------*
002560 2000-CONVERTIR-CLIENTES.
002570     READ CLIENTE-VIEJO NEXT RECORD
002580         AT END
002590             SET WS-VIE-FIN-ARCHIVO TO TRUE
002600             GO TO 2000-EXIT
002610     END-READ.
002620     ADD 1 TO WS-TOTAL-LEIDOS.
002630
002640     INITIALIZE CLIENTE-REC.
002650     MOVE VIEJO-NUMERO          TO CLIENTE-NUMERO.
002660     MOVE VIEJO-NOMBRE          TO CLIENTE-NOMBRE.
002670     MOVE VIEJO-ESTADO          TO CLIENTE-ESTADO.
002680     MOVE VIEJO-SALDO           TO CLIENTE-SALDO.
002690     MOVE SPACES                TO CLIENTE-DIRECCION.
002700     MOVE SPACES                TO CLIENTE-TELEFONO.
002710     MOVE SPACES                TO CLIENTE-EMAIL.
002720     MOVE SPACE                 TO CLIENTE-ENTREGA.
002725     SET CLIENTE-EN-PORTAL      TO TRUE.
002730     WRITE CLIENTE-REC
002740         INVALID KEY
002750             DISPLAY "DUPLICADO EN CLIMASTN: " VIEJO-NUMERO
002760         NOT INVALID KEY
002770             ADD 1 TO WS-TOTAL-CONVERTIDOS
002780     END-WRITE.
002790 2000-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------*
002830*  3000-CONVERTIR-RASTRO - Comprueba la huella vieja del     *
002840*  renglon y lo vuelve a encadenar en la columna 164 con la  *
002850*  misma secuencia.  Los renglones anteriores al encadenado  *
002860*  pasan tal cual, sin cola.                                 *
002870*----------------------------------------------------------*
002880 3000-CONVERTIR-RASTRO.
002890     READ AUDVIEJO-FILE
002900         AT END
002910             SET WS-AUV-FIN-ARCHIVO TO TRUE
002920             GO TO 3000-EXIT
002930     END-READ.
002940     ADD 1 TO WS-RENGLONES-LEIDOS.
002950     MOVE AUDVIEJO-LINEA (71:31) TO WS-COLA-VIEJA.
002960
002970     MOVE SPACES TO AUDIT-REC.
002980     MOVE AUDVIEJO-LINEA (1:70) TO AUD-DATOS.
002990     IF WS-VIEJA-SECUENCIA IS NOT NUMERIC
003000         ADD 1 TO WS-RENGLONES-SIN-CADENA
003010         WRITE AUDIT-REC
003020         GO TO 3000-EXIT
003030     END-IF.
003040
003050     MOVE AUDVIEJO-LINEA TO AUDCADEN-RENGLON.
003060     MOVE 71 TO AUDCADEN-POSICION.
003070     MOVE WS-VIEJA-SECUENCIA-N TO AUDCADEN-SECUENCIA.
003080     MOVE WS-CADENA-VIEJA-ANT TO AUDCADEN-CADENA.
003090     SET AUDCADEN-ENCADENAR TO TRUE.
003100     CALL "AUDCADEN" USING AUDCADEN-PARM.
003110     IF AUDCADEN-CADENA NOT = WS-VIEJA-CADENA
003120         MOVE "CLIDCONV"      TO ERRHAND-PROGRAMA
003130         MOVE "3000-CONVERTIR-RASTRO" TO ERRHAND-PARRAFO
003140         MOVE WS-AUV-STATUS   TO ERRHAND-FILE-STATUS
003150         SET ERRHAND-FATAL TO TRUE
003160         MOVE SPACES TO ERRHAND-MENSAJE
003170         STRING "CLIAUDIT ROTO EN LA SECUENCIA "
003180                    DELIMITED BY SIZE
003190                WS-VIEJA-SECUENCIA DELIMITED BY SIZE
003200                "; VER AUDVERIF" DELIMITED BY SIZE
003210             INTO ERRHAND-MENSAJE
003220         CALL "ERRHAND" USING ERRHAND-PARM
003230         MOVE 8 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260     MOVE WS-VIEJA-CADENA TO WS-CADENA-VIEJA-ANT.
003270
003280     MOVE WS-VIEJA-SECUENCIA TO AUD-SECUENCIA.
003290     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
003300     MOVE 164 TO AUDCADEN-POSICION.
003310     MOVE WS-VIEJA-SECUENCIA-N TO AUDCADEN-SECUENCIA.
003320     MOVE WS-CADENA-NUEVA-ANT TO AUDCADEN-CADENA.
003330     SET AUDCADEN-ENCADENAR TO TRUE.
003340     CALL "AUDCADEN" USING AUDCADEN-PARM.
003350     MOVE AUDCADEN-CADENA TO AUD-CADENA.
003360     MOVE AUDCADEN-CADENA TO WS-CADENA-NUEVA-ANT.
003370     WRITE AUDIT-REC.
003380
003390     IF WS-VIEJA-SECUENCIA-N = WS-SELLO-SECUENCIA
003400         SET SELLO-HALLADO TO TRUE
003410         MOVE AUDCADEN-CADENA TO WS-SELLO-CADENA-NUEVA
003420     END-IF.
003430 3000-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------*
003470*  4000-LLEVAR-SELLOS - Copia AUDSELLO a AUDSELLN con la     *
003480*  huella nueva del eslabon sellado de CLIAUDIT; los demas   *
003490*  rastros pasan igual.                                      *
003500*----------------------------------------------------------*
003510 4000-LLEVAR-SELLOS.
003520     IF NOT HAY-SELLOS
003530         GO TO 4000-EXIT
003540     END-IF.
003550     OPEN INPUT SELLO-VIEJO.
003560     OPEN OUTPUT SELLO-FILE.
003570     MOVE "00" TO WS-SEV-STATUS.
003580     PERFORM 4100-COPIAR-SELLO THRU 4100-EXIT
003590         UNTIL WS-SEV-FIN-ARCHIVO.
003600     CLOSE SELLO-VIEJO.
003610     CLOSE SELLO-FILE.
003620 4000-EXIT.
003630     EXIT.
003640
003650 4100-COPIAR-SELLO.
003660     READ SELLO-VIEJO INTO SELLO-REC
003670         AT END
003680             SET WS-SEV-FIN-ARCHIVO TO TRUE
003690             GO TO 4100-EXIT
003700     END-READ.
003710     IF SELLO-ARCHIVO = "CLIAUDIT" AND SELLO-HALLADO
003720         MOVE WS-SELLO-CADENA-NUEVA TO SELLO-CADENA
003730     END-IF.
003740     WRITE SELLO-REC.
003750 4100-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------*
003790*  9000-FINALIZAR - Cierra archivos e imprime el resumen     *
003800*----------------------------------------------------------*
003810 9000-FINALIZAR.
003820     CLOSE CLIENTE-VIEJO.
003830     CLOSE CLIENTE-FILE.
003840     IF HAY-RASTRO
003850         CLOSE AUDVIEJO-FILE
003860     END-IF.
003870     CLOSE AUDIT-FILE.
003880     DISPLAY " ".
003890     DISPLAY "---- CONVERSION A DATOS DE CONTACTO ----".
003900     DISPLAY "CLIENTES LEIDOS       : " WS-TOTAL-LEIDOS.
003910     DISPLAY "CLIENTES CONVERTIDOS  : " WS-TOTAL-CONVERTIDOS.
003920     DISPLAY "RENGLONES DE CLIAUDIT : " WS-RENGLONES-LEIDOS.
003930     DISPLAY "  SIN CADENA          : " WS-RENGLONES-SIN-CADENA.
003940     IF WS-SELLO-SECUENCIA > ZERO AND NOT SELLO-HALLADO
003950         DISPLAY "AVISO: EL SELLO DE CLIAUDIT (SECUENCIA "
003960             WS-SELLO-SECUENCIA ") NO ESTA EN EL RASTRO"
003970     END-IF.
003980     DISPLAY "RECUERDE RENOMBRAR CLIMASTN A CLIMAST Y".
003990     DISPLAY "CLIAUDIN A CLIAUDIT".
004000     IF HAY-SELLOS
004010         DISPLAY "Y AUDSELLN A AUDSELLO"
004020     END-IF.
004030 9000-EXIT.
004040     EXIT.
