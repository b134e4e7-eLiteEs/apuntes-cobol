000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  DIRELKP                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Rutina comun del bloque de domicilio del tutor para las   *
000090*  cartas, estados de cuenta y constancias que van a la      *
000100*  familia.  El programa llena DIRELKP-PARM                  *
000110*  (copy/DIREPARM.cpy) con el numero de cuenta o con el      *
000120*  nombre del tutor y hace CALL "DIRELKP"; la rutina lee     *
000130*  CLIMAST, como BLOQCHK, y devuelve nombre, calle, colonia  *
000140*  y codigo postal con ciudad y provincia en cuatro          *
000150*  renglones, ademas de la preferencia de entrega y el       *
000160*  correo.  Una cuenta sin domicilio capturado sale con la   *
000170*  leyenda (SIN DOMICILIO) para que se note al ensobrar.     *
000180*----------------------------------------------------------*
000190*  MODIFICATIONS.
000200*  2026-10-15 JFV  Creacion inicial.
000203*  2026-10-15 JFV  Cuenta sin preferencia de entrega capturada:
000206*                  devuelve DIRELKP-ENTREGA-PENDIENTE.
000210*----------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. DIRELKP.
000240 AUTHOR. J. FIGUEROA VEGA.
000250 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000260 DATE-WRITTEN. 2026-10-15.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CLIENTE-FILE ASSIGN TO "CLIMAST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CLIENTE-NUMERO
000360         ALTERNATE RECORD KEY IS CLIENTE-NOMBRE
000370             WITH DUPLICATES
000380         FILE STATUS IS WS-CLI-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  CLIENTE-FILE.
000430     COPY CLIREC.
000440
000450 WORKING-STORAGE SECTION.
000460 01  WS-CLI-STATUS                PIC X(02).
000470     88  WS-CLI-OK                        VALUE "00".
000480
000490 01  WS-ENCONTRADO                PIC X(01) VALUE "N".
000500     88  CUENTA-ENCONTRADA                VALUE "S".
000510
000520 01  WS-RENGLON-CIUDAD            PIC X(60) VALUE SPACES.
000530 01  WS-PUNTERO                   PIC 9(03) COMP VALUE 1.
000540
000550 LINKAGE SECTION.
000560 COPY DIREPARM.
000570
000580 PROCEDURE DIVISION USING DIRELKP-PARM.
000590 0000-MAINLINE.
000600     SET DIRELKP-SIN-CUENTA TO TRUE.
000610     MOVE "P"    TO DIRELKP-ENTREGA.
000620     MOVE SPACES TO DIRELKP-EMAIL.
000630     MOVE SPACES TO DIRELKP-BLOQUE.
000640     PERFORM 1000-LEER-CUENTA THRU 1000-EXIT.
000650     IF CUENTA-ENCONTRADA
000660         PERFORM 2000-ARMAR-BLOQUE THRU 2000-EXIT
000670     ELSE
000680         IF DIRELKP-TUTOR NOT = SPACES
000690             MOVE DIRELKP-TUTOR TO DIRELKP-LINEA (1)
000700         ELSE
000710             MOVE DIRELKP-CLIENTE TO DIRELKP-LINEA (1)
000720         END-IF
000730         MOVE "(SIN DOMICILIO)" TO DIRELKP-LINEA (2)
000740     END-IF.
000750     GOBACK.
000760
000770*----------------------------------------------------------*
000780*  1000-LEER-CUENTA - Por numero de cuenta o, sin el, por el *
000790*  nombre del tutor (la misma liga de BLOQCHK y CLICERTF).   *
000800*----------------------------------------------------------*
000810 1000-LEER-CUENTA.
000820     MOVE "N" TO WS-ENCONTRADO.
000830     IF DIRELKP-CLIENTE = SPACES AND DIRELKP-TUTOR = SPACES
000840         GO TO 1000-EXIT
000850     END-IF.
000860     OPEN INPUT CLIENTE-FILE.
000870     IF NOT WS-CLI-OK
000880         SET DIRELKP-ERROR-ARCHIVO TO TRUE
000890         GO TO 1000-EXIT
000900     END-IF.
000910     IF DIRELKP-CLIENTE NOT = SPACES
000920         MOVE DIRELKP-CLIENTE TO CLIENTE-NUMERO
000930         READ CLIENTE-FILE
000940             INVALID KEY
000950                 CONTINUE
000960             NOT INVALID KEY
000970                 SET CUENTA-ENCONTRADA TO TRUE
000980         END-READ
000990     ELSE
001000         MOVE DIRELKP-TUTOR TO CLIENTE-NOMBRE
001010         READ CLIENTE-FILE KEY IS CLIENTE-NOMBRE
001020             INVALID KEY
001030                 CONTINUE
001040             NOT INVALID KEY
001050                 SET CUENTA-ENCONTRADA TO TRUE
001060         END-READ
001070     END-IF.
001080     CLOSE CLIENTE-FILE.
001090 1000-EXIT.
001100     EXIT.
001110
001120*----------------------------------------------------------*
001130*  2000-ARMAR-BLOQUE - Nombre, calle, colonia y el renglon   *
001140*  de codigo postal, ciudad y provincia; sin colonia el      *
001150*  renglon de la ciudad sube uno.                            *
001160*----------------------------------------------------------*
001170 2000-ARMAR-BLOQUE.
001180     MOVE CLIENTE-NUMERO  TO DIRELKP-CLIENTE.
001190     MOVE CLIENTE-NOMBRE  TO DIRELKP-LINEA (1).
001200     MOVE CLIENTE-EMAIL   TO DIRELKP-EMAIL.
001210     IF CLIENTE-ENTREGA-VALIDA
001220         MOVE CLIENTE-ENTREGA TO DIRELKP-ENTREGA
001230     END-IF.
001232     IF CLIENTE-ENTREGA-PENDIENTE
001234         SET DIRELKP-ENTREGA-PENDIENTE TO TRUE
001236     END-IF.
001240     IF CLIENTE-CALLE = SPACES
001250         SET DIRELKP-SIN-DOMICILIO TO TRUE
001260         MOVE "(SIN DOMICILIO)" TO DIRELKP-LINEA (2)
001270         GO TO 2000-EXIT
001280     END-IF.
001290     SET DIRELKP-CON-DOMICILIO TO TRUE.
001300
001310     MOVE SPACES TO WS-RENGLON-CIUDAD.
001320     MOVE 1 TO WS-PUNTERO.
001330     IF CLIENTE-COD-POSTAL NOT = SPACES
001340         STRING "C.P. " DELIMITED BY SIZE
001350                CLIENTE-COD-POSTAL DELIMITED BY SIZE
001360                "  " DELIMITED BY SIZE
001370             INTO WS-RENGLON-CIUDAD
001380             WITH POINTER WS-PUNTERO
001390     END-IF.
001400     IF CLIENTE-CIUDAD NOT = SPACES
001410         STRING CLIENTE-CIUDAD DELIMITED BY "  "
001420             INTO WS-RENGLON-CIUDAD
001430             WITH POINTER WS-PUNTERO
001440         IF CLIENTE-PROVINCIA NOT = SPACES
001450             STRING ", " DELIMITED BY SIZE
001460                 INTO WS-RENGLON-CIUDAD
001470                 WITH POINTER WS-PUNTERO
001480         END-IF
001490     END-IF.
001500     IF CLIENTE-PROVINCIA NOT = SPACES
001510         STRING CLIENTE-PROVINCIA DELIMITED BY "  "
001520             INTO WS-RENGLON-CIUDAD
001530             WITH POINTER WS-PUNTERO
001540     END-IF.
001550
001560     MOVE CLIENTE-CALLE TO DIRELKP-LINEA (2).
001570     IF CLIENTE-COLONIA NOT = SPACES
001580         MOVE CLIENTE-COLONIA   TO DIRELKP-LINEA (3)
001590         MOVE WS-RENGLON-CIUDAD TO DIRELKP-LINEA (4)
001600     ELSE
001610         MOVE WS-RENGLON-CIUDAD TO DIRELKP-LINEA (3)
001620     END-IF.
001630 2000-EXIT.
001640     EXIT.
