000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  AUDCADEN                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Rutina comun de encadenado de los rastros de auditoria    *
000090*  (ESCAUDIT, LOGAUDIT, CLIAUDIT, NOTAAUD y PARMAUD).  Cada  *
000100*  renglon lleva al final un numero de secuencia y una       *
000110*  huella calculada, al estilo de PASSHASH, con los dos      *
000120*  acumuladores modulares arrancando de la huella del        *
000130*  renglon anterior y mezclando la secuencia y el texto del  *
000140*  renglon actual.  Borrar, intercalar o retocar un renglon  *
000150*  rompe la cadena desde ese punto, y AUDVERIF lo detecta.   *
000160*  Funciones:                                                *
000170*    U - lee el rastro hasta el final y devuelve la          *
000180*        secuencia y la huella del ultimo renglon encadenado *
000190*        (cero y espacios si el rastro es nuevo o anterior   *
000200*        al encadenado); se llama antes del OPEN EXTEND.     *
000210*    E - calcula la huella de AUDCADEN-RENGLON con la        *
000220*        secuencia dada y la huella anterior que trae        *
000230*        AUDCADEN-CADENA, y la deja en su lugar.             *
000240*----------------------------------------------------------*
000250*  MODIFICATIONS.
000260*  2026-10-15 JFV  Creacion inicial.
000270*----------------------------------------------------------*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. AUDCADEN.
000300 AUTHOR. J. FIGUEROA VEGA.
000310 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000320 DATE-WRITTEN. 2026-10-15.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT RASTRO-FILE ASSIGN TO WS-ARCHIVO-RASTRO
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RAS-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  RASTRO-FILE.
000450 01  RASTRO-LINEA                 PIC X(200).
000460
000470 WORKING-STORAGE SECTION.
000480 01  WS-RAS-STATUS                PIC X(02).
000490     88  WS-RAS-OK                        VALUE "00".
000500     88  WS-RAS-FIN-ARCHIVO               VALUE "10".
000510
000520 01  WS-ARCHIVO-RASTRO            PIC X(08) VALUE SPACES.
000530
000540 01  WS-POSICION                  PIC 9(03) COMP.
000550 01  WS-LARGO                     PIC 9(03) COMP.
000560 01  WS-CODIGO                    PIC 9(04) COMP.
000570 01  WS-ACUM-A                    PIC 9(10) COMP VALUE ZERO.
000580 01  WS-ACUM-B                    PIC 9(10) COMP VALUE ZERO.
000590
000600 01  WS-SECUENCIA-TEXTO           PIC 9(09).
000610
000620 01  WS-HUELLA.
000630     05  WS-HUELLA-MARCA          PIC X(02) VALUE "C#".
000640     05  WS-HUELLA-A              PIC 9(09).
000650     05  WS-HUELLA-B              PIC 9(09).
000660
000670 01  WS-HUELLA-ANTERIOR.
000680     05  WS-ANTERIOR-MARCA        PIC X(02).
000690     05  WS-ANTERIOR-A            PIC 9(09).
000700     05  WS-ANTERIOR-B            PIC 9(09).
000710
000720*  Cola de encadenado tal como queda al final del renglon.
000730 01  WS-COLA-RASTRO.
000740     05  FILLER                   PIC X(01).
000750     05  WS-COLA-SECUENCIA        PIC X(09).
000760     05  FILLER                   PIC X(01).
000770     05  WS-COLA-CADENA           PIC X(20).
000780
000790 LINKAGE SECTION.
000800 COPY CADEPARM.
000810
000820 PROCEDURE DIVISION USING AUDCADEN-PARM.
000830 0000-MAINLINE.
000840     MOVE "00" TO AUDCADEN-ESTADO.
000850     EVALUATE TRUE
000860         WHEN AUDCADEN-ULTIMO
000870             PERFORM 1000-BUSCAR-ULTIMO THRU 1000-EXIT
000880         WHEN AUDCADEN-ENCADENAR
000890             PERFORM 2000-CALCULAR-HUELLA THRU 2000-EXIT
000900         WHEN OTHER
000910             MOVE "99" TO AUDCADEN-ESTADO
000920     END-EVALUATE.
000930     GOBACK.
000940
000950*----------------------------------------------------------*
000960*  1000-BUSCAR-ULTIMO - Recorre el rastro y se queda con el  *
000970*  ultimo eslabon.  Un rastro que todavia no existe no es    *
000980*  error: la cadena empieza con el primer renglon.           *
000990*----------------------------------------------------------*
001000 1000-BUSCAR-ULTIMO.
001010     MOVE ZERO   TO AUDCADEN-SECUENCIA.
001020     MOVE SPACES TO AUDCADEN-CADENA.
001030     MOVE AUDCADEN-ARCHIVO TO WS-ARCHIVO-RASTRO.
001040     OPEN INPUT RASTRO-FILE.
001050     IF NOT WS-RAS-OK
001060         MOVE WS-RAS-STATUS TO AUDCADEN-ESTADO
001070         GO TO 1000-EXIT
001080     END-IF.
001090     PERFORM 1100-LEER-RENGLON THRU 1100-EXIT
001100         UNTIL WS-RAS-FIN-ARCHIVO.
001110     CLOSE RASTRO-FILE.
001120 1000-EXIT.
001130     EXIT.
001140
001150 1100-LEER-RENGLON.
001160     READ RASTRO-FILE
001170         AT END
001180             SET WS-RAS-FIN-ARCHIVO TO TRUE
001190             GO TO 1100-EXIT
001200     END-READ.
001210     MOVE RASTRO-LINEA (AUDCADEN-POSICION:31) TO WS-COLA-RASTRO.
001220     IF WS-COLA-SECUENCIA IS NUMERIC
001230         MOVE WS-COLA-SECUENCIA TO AUDCADEN-SECUENCIA
001240         MOVE WS-COLA-CADENA    TO AUDCADEN-CADENA
001250     END-IF.
001260 1100-EXIT.
001270     EXIT.
001280
001290*----------------------------------------------------------*
001300*  2000-CALCULAR-HUELLA - Los acumuladores arrancan de la    *
001310*  huella anterior (o de las semillas de PASSHASH en el      *
001320*  primer renglon) y mezclan la secuencia y cada caracter    *
001330*  del renglon antes de la cola.                             *
001340*----------------------------------------------------------*
001350 2000-CALCULAR-HUELLA.
001360     MOVE AUDCADEN-CADENA TO WS-HUELLA-ANTERIOR.
001370     IF WS-ANTERIOR-MARCA = "C#"
001380        AND WS-ANTERIOR-A IS NUMERIC
001390        AND WS-ANTERIOR-B IS NUMERIC
001400         MOVE WS-ANTERIOR-A TO WS-ACUM-A
001410         MOVE WS-ANTERIOR-B TO WS-ACUM-B
001420     ELSE
001430         MOVE 17 TO WS-ACUM-A
001440         MOVE 23 TO WS-ACUM-B
001450     END-IF.
001460
001470     MOVE AUDCADEN-SECUENCIA TO WS-SECUENCIA-TEXTO.
001480     PERFORM 2100-MEZCLAR-SECUENCIA THRU 2100-EXIT
001490         VARYING WS-POSICION FROM 1 BY 1
001500         UNTIL WS-POSICION > 9.
001510
001520     COMPUTE WS-LARGO = AUDCADEN-POSICION - 1.
001530     PERFORM 2200-MEZCLAR-CARACTER THRU 2200-EXIT
001540         VARYING WS-POSICION FROM 1 BY 1
001550         UNTIL WS-POSICION > WS-LARGO.
001560
001570     MOVE WS-ACUM-A TO WS-HUELLA-A.
001580     MOVE WS-ACUM-B TO WS-HUELLA-B.
001590     MOVE WS-HUELLA TO AUDCADEN-CADENA.
001600 2000-EXIT.
001610     EXIT.
001620
001630 2100-MEZCLAR-SECUENCIA.
001640     COMPUTE WS-CODIGO =
001650         FUNCTION ORD (WS-SECUENCIA-TEXTO (WS-POSICION:1)).
001660     PERFORM 2300-ACUMULAR THRU 2300-EXIT.
001670 2100-EXIT.
001680     EXIT.
001690
001700 2200-MEZCLAR-CARACTER.
001710     COMPUTE WS-CODIGO =
001720         FUNCTION ORD (AUDCADEN-RENGLON (WS-POSICION:1)).
001730     PERFORM 2300-ACUMULAR THRU 2300-EXIT.
001740 2200-EXIT.
001750     EXIT.
001760
001770 2300-ACUMULAR.
001780     COMPUTE WS-ACUM-A = FUNCTION MOD
001790         (WS-ACUM-A * 31 + WS-CODIGO * WS-POSICION, 999999937).
001800     COMPUTE WS-ACUM-B = FUNCTION MOD
001810         (WS-ACUM-B * 37 + WS-CODIGO + WS-POSICION, 999999893).
001820 2300-EXIT.
001830     EXIT.
