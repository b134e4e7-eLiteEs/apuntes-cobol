000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  PERMCHK                                      *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Rutina comun de permisos por funcion (PERMIDX, ver        *
000090*  PERMREC).  MENUPRIN la llama para decidir que opciones    *
000100*  muestra y cada programa de mantenimiento la vuelve a      *
000110*  llamar al entrar.  Se busca el permiso primero para la    *
000120*  cuenta, luego para cada grupo del que es miembro y al     *
000130*  final para el grupo de su rol (@A, @S o @R); gana el      *
000140*  primero que se encuentre.  Mientras PERMIDX no exista     *
000150*  deciden los roles fijos segun el nivel que trae el        *
000160*  llamador.  El rol A nunca pierde USRMANT, para que        *
000170*  siempre haya quien administre los permisos.               *
000180*----------------------------------------------------------*
000190*  MODIFICATIONS.
000200*  2026-10-15 JFV  Creacion inicial.
000210*----------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. PERMCHK.
000240 AUTHOR. J. FIGUEROA VEGA.
000250 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000260 DATE-WRITTEN. 2026-10-15.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PERMISO-FILE ASSIGN TO "PERMIDX"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS PERM-CLAVE
000360         FILE STATUS IS WS-PRM-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  PERMISO-FILE.
000410     COPY PERMREC.
000420
000430 WORKING-STORAGE SECTION.
000440 01  WS-PRM-STATUS                PIC X(02).
000450     88  WS-PRM-OK                        VALUE "00".
000460     88  WS-PRM-NO-EXISTE                 VALUE "35".
000470
000480 01  WS-SUJETO                    PIC X(20).
000490 01  WS-SUJETO-GRUPO REDEFINES WS-SUJETO.
000500     05  WS-SUJ-ARROBA            PIC X(01).
000510     05  WS-SUJ-NOMBRE            PIC X(19).
000520
000530 01  WS-SWITCHES.
000540     05  WS-FIN-GRUPOS            PIC X(01) VALUE "N".
000550         88  FIN-DE-GRUPOS                VALUE "S".
000560
000570*  Grupos de la cuenta (renglones GRUPO de PERMIDX).
000580 01  WS-TOTAL-GRUPOS              PIC 9(02) COMP VALUE ZERO.
000590 01  WS-TABLA-GRUPOS.
000600     05  WS-GRUPO                 PIC X(08) OCCURS 20 TIMES.
000610 01  WS-IDX-GRUPO                 PIC 9(02) COMP.
000620
000630 LINKAGE SECTION.
000640 COPY PERMPARM.
000650
000660 PROCEDURE DIVISION USING PERMCHK-PARM.
000670 0000-MAINLINE.
000680     SET PERMCHK-NEGADO TO TRUE.
000690     MOVE SPACES TO PERMCHK-ALCANCE.
000700     MOVE SPACES TO PERMCHK-VIA.
000710     SET PERMCHK-POR-TABLA TO TRUE.
000720     IF PERMCHK-FUNCION = "*"
000730         MOVE SPACES TO PERMCHK-FUNCION
000740     END-IF.
000750
000760     IF PERMCHK-PROGRAMA = "USRMANT" AND PERMCHK-ROL = "A"
000770         SET PERMCHK-PERMITIDO TO TRUE
000780         SET PERMCHK-ALCANCE-TODO TO TRUE
000790         SET PERMCHK-POR-ROL TO TRUE
000800         MOVE "@A" TO PERMCHK-VIA
000810         GOBACK
000820     END-IF.
000830
000840     OPEN INPUT PERMISO-FILE.
000850     IF WS-PRM-NO-EXISTE
000860         PERFORM 1000-ROLES-FIJOS THRU 1000-EXIT
000870         GOBACK
000880     END-IF.
000890     IF NOT WS-PRM-OK
000900         SET PERMCHK-ERROR-ARCHIVO TO TRUE
000910         GOBACK
000920     END-IF.
000930
000940     MOVE PERMCHK-USERNAME TO WS-SUJETO.
000950     PERFORM 2000-BUSCAR-SUJETO THRU 2000-EXIT.
000960     IF NOT PERMCHK-PERMITIDO
000970         PERFORM 3000-CARGAR-GRUPOS THRU 3000-EXIT
000980         PERFORM 2500-BUSCAR-GRUPO THRU 2500-EXIT
000990             VARYING WS-IDX-GRUPO FROM 1 BY 1
001000             UNTIL WS-IDX-GRUPO > WS-TOTAL-GRUPOS
001010                OR PERMCHK-PERMITIDO
001020     END-IF.
001030     IF NOT PERMCHK-PERMITIDO
001040         MOVE SPACES TO WS-SUJETO
001050         MOVE "@" TO WS-SUJ-ARROBA
001060         MOVE PERMCHK-ROL TO WS-SUJ-NOMBRE
001070         PERFORM 2000-BUSCAR-SUJETO THRU 2000-EXIT
001080     END-IF.
001090     CLOSE PERMISO-FILE.
001100     GOBACK.
001110
001120*----------------------------------------------------------*
001130*  1000-ROLES-FIJOS - Sin PERMIDX: consulta para todos,      *
001140*  escritura para admin y staff, admin solo para admin.  El  *
001150*  admin ve todo; el staff y la consulta solo lo propio.     *
001160*----------------------------------------------------------*
001170 1000-ROLES-FIJOS.
001180     SET PERMCHK-POR-ROL TO TRUE.
001190     EVALUATE TRUE
001200         WHEN PERMCHK-NIVEL-ADMIN
001210             IF PERMCHK-ROL = "A"
001220                 SET PERMCHK-PERMITIDO TO TRUE
001230             END-IF
001240         WHEN PERMCHK-NIVEL-ESCRITURA
001250             IF PERMCHK-ROL = "A" OR PERMCHK-ROL = "S"
001260                 SET PERMCHK-PERMITIDO TO TRUE
001270             END-IF
001280         WHEN OTHER
001290             SET PERMCHK-PERMITIDO TO TRUE
001300     END-EVALUATE.
001310     IF NOT PERMCHK-PERMITIDO
001320         GO TO 1000-EXIT
001330     END-IF.
001340     IF PERMCHK-ROL = "A"
001350         SET PERMCHK-ALCANCE-TODO TO TRUE
001360     ELSE
001370         SET PERMCHK-ALCANCE-PROPIO TO TRUE
001380     END-IF.
001390     STRING "@" PERMCHK-ROL DELIMITED BY SIZE
001400         INTO PERMCHK-VIA.
001410 1000-EXIT.
001420     EXIT.
001430
001440*----------------------------------------------------------*
001450*  2000-BUSCAR-SUJETO - Permiso de WS-SUJETO sobre el        *
001460*  programa: la funcion pedida, "*" en la funcion o "*" en   *
001470*  el programa.  Sin funcion pedida basta cualquier renglon  *
001480*  del programa.                                             *
001490*----------------------------------------------------------*
001500 2000-BUSCAR-SUJETO.
001510     IF PERMCHK-FUNCION = SPACES
001520         PERFORM 2100-BUSCAR-CUALQUIERA THRU 2100-EXIT
001530     ELSE
001540         MOVE WS-SUJETO        TO PERM-SUJETO
001550         MOVE PERMCHK-PROGRAMA TO PERM-PROGRAMA
001560         MOVE PERMCHK-FUNCION  TO PERM-FUNCION
001570         PERFORM 2200-LEER-PERMISO THRU 2200-EXIT
001580         IF NOT PERMCHK-PERMITIDO
001590             MOVE "*" TO PERM-FUNCION
001600             PERFORM 2200-LEER-PERMISO THRU 2200-EXIT
001610         END-IF
001620     END-IF.
001630     IF NOT PERMCHK-PERMITIDO
001640         MOVE WS-SUJETO TO PERM-SUJETO
001650         MOVE "*"       TO PERM-PROGRAMA
001660         MOVE "*"       TO PERM-FUNCION
001670         PERFORM 2200-LEER-PERMISO THRU 2200-EXIT
001680     END-IF.
001690 2000-EXIT.
001700     EXIT.
001710
001720 2100-BUSCAR-CUALQUIERA.
001730     MOVE WS-SUJETO        TO PERM-SUJETO.
001740     MOVE PERMCHK-PROGRAMA TO PERM-PROGRAMA.
001750     MOVE LOW-VALUES       TO PERM-FUNCION.
001760     START PERMISO-FILE KEY NOT < PERM-CLAVE
001770         INVALID KEY
001780             GO TO 2100-EXIT
001790     END-START.
001800     READ PERMISO-FILE NEXT RECORD
001810         AT END
001820             GO TO 2100-EXIT
001830     END-READ.
001840     IF PERM-SUJETO = WS-SUJETO
001850        AND PERM-PROGRAMA = PERMCHK-PROGRAMA
001860         PERFORM 2300-CONCEDER THRU 2300-EXIT
001870     END-IF.
001880 2100-EXIT.
001890     EXIT.
001900
001910 2200-LEER-PERMISO.
001920     READ PERMISO-FILE
001930         INVALID KEY
001940             GO TO 2200-EXIT
001950     END-READ.
001960     PERFORM 2300-CONCEDER THRU 2300-EXIT.
001970 2200-EXIT.
001980     EXIT.
001990
002000 2300-CONCEDER.
002010     SET PERMCHK-PERMITIDO TO TRUE.
002020     IF PERM-ALCANCE-PROPIO
002030         SET PERMCHK-ALCANCE-PROPIO TO TRUE
002040     ELSE
002050         SET PERMCHK-ALCANCE-TODO TO TRUE
002060     END-IF.
002070     MOVE WS-SUJETO TO PERMCHK-VIA.
002080 2300-EXIT.
002090     EXIT.
002100
002110 2500-BUSCAR-GRUPO.
002120     MOVE SPACES TO WS-SUJETO.
002130     MOVE "@" TO WS-SUJ-ARROBA.
002140     MOVE WS-GRUPO (WS-IDX-GRUPO) TO WS-SUJ-NOMBRE.
002150     PERFORM 2000-BUSCAR-SUJETO THRU 2000-EXIT.
002160 2500-EXIT.
002170     EXIT.
002180
002190*----------------------------------------------------------*
002200*  3000-CARGAR-GRUPOS - Renglones GRUPO de la cuenta (la     *
002210*  funcion trae el nombre del grupo), hasta 20.              *
002220*----------------------------------------------------------*
002230 3000-CARGAR-GRUPOS.
002240     MOVE ZERO TO WS-TOTAL-GRUPOS.
002250     MOVE "N" TO WS-FIN-GRUPOS.
002260     MOVE PERMCHK-USERNAME TO PERM-SUJETO.
002270     MOVE "GRUPO"          TO PERM-PROGRAMA.
002280     MOVE LOW-VALUES       TO PERM-FUNCION.
002290     START PERMISO-FILE KEY NOT < PERM-CLAVE
002300         INVALID KEY
002310             GO TO 3000-EXIT
002320     END-START.
002330     PERFORM 3100-LEER-GRUPO THRU 3100-EXIT
002340         UNTIL FIN-DE-GRUPOS.
002350 3000-EXIT.
002360     EXIT.
002370
002380 3100-LEER-GRUPO.
002390     READ PERMISO-FILE NEXT RECORD
002400         AT END
002410             SET FIN-DE-GRUPOS TO TRUE
002420             GO TO 3100-EXIT
002430     END-READ.
002440     IF PERM-SUJETO NOT = PERMCHK-USERNAME
002450        OR NOT PERM-MEMBRESIA
002460        OR WS-TOTAL-GRUPOS NOT < 20
002470         SET FIN-DE-GRUPOS TO TRUE
002480         GO TO 3100-EXIT
002490     END-IF.
002500     ADD 1 TO WS-TOTAL-GRUPOS.
002510     MOVE PERM-FUNCION TO WS-GRUPO (WS-TOTAL-GRUPOS).
002520 3100-EXIT.
002530     EXIT.
