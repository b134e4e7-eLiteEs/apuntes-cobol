000120*  desactivar una cuenta, sin editar el archivo indexado a   *
000130*  mano.  Cada accion queda en LOGAUDIT a nombre del         *
000140*  administrador que la hizo, con la cuenta afectada en el   *
000150*  detalle.  Tambien mantiene los permisos por funcion       *
000152*  (PERMIDX, ver PERMREC): otorga y retira permisos a una    *
000154*  cuenta o grupo, da de alta o de baja miembros de un       *
000156*  grupo y consulta los permisos de un sujeto.  PERMIDX lo   *
000158*  crea y siembra PERMINIC.                                  *
000160*----------------------------------------------------------*
000170*  MODIFICATIONS.
000171*  2026-09-01 JFV  El desbloqueo y el cambio de rol ya no se
000175*                  APRBREV.  El reset de contrasena y la
000176*                  desactivacion siguen siendo inmediatos.
000180*  2026-08-22 JFV  Creacion inicial.
000180*  2026-10-15 JFV  Renglones de LOGAUDIT encadenados: secuencia
000181*                  y huella al final de cada renglon (rutina
000181*                  AUDCADEN), que verifica AUDVERIF.
000182*  2026-10-15 JFV  Recibe LOGIN-PARM de MENUPRIN y verifica
000183*                  al entrar la sesion y el permiso por
000183*                  funcion (rutina PERMCHK, archivo PERMIDX).
000184*  2026-10-15 JFV  Opciones 5 a 8: permisos por funcion y
000184*                  grupos en PERMIDX, con dos renglones de
000185*                  LOGAUDIT por cambio (PERM-* y PERM-DATO).
000186*                  La cuenta que se identifica debe ser la de
000186*                  la sesion; el rol ya no se revisa aqui.
000187*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000187*                  cada renglon; el rastro se abre y cierra por
000188*                  renglon para no encadenar contra un eslabon
000189*                  viejo si otra sesion grabo en medio.
000190*----------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. USRMANT.
000330         RECORD KEY IS USUARIO-USERNAME
000340         FILE STATUS IS WS-USR-STATUS.
000350
000351     SELECT PERMISO-FILE ASSIGN TO "PERMIDX"
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS PERM-CLAVE
000355         FILE STATUS IS WS-PRM-STATUS.
000356
000360     SELECT AUDITORIA-FILE ASSIGN TO "LOGAUDIT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-AUD-STATUS.
000410 FILE SECTION.
000420 FD  USUARIO-FILE.
000430     COPY USRREC.
000432
000434 FD  PERMISO-FILE.
000436     COPY PERMREC.
000440
000450 FD  AUDITORIA-FILE.
000460 01  AUD-REC.
000530     05  AUD-RESULTADO            PIC X(10).
000540     05  FILLER                  PIC X(01) VALUE SPACE.
000550     05  AUD-DETALLE              PIC X(20).
000552     05  FILLER                  PIC X(01) VALUE SPACE.
000554     05  AUD-SECUENCIA            PIC 9(09).
000556     05  FILLER                  PIC X(01) VALUE SPACE.
000558     05  AUD-CADENA               PIC X(20).
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-USR-STATUS                PIC X(02).
000620 01  WS-AUD-STATUS                PIC X(02).
000630     88  WS-AUD-OK                        VALUE "00".
000640
000642 01  WS-PRM-STATUS                PIC X(02).
000644     88  WS-PRM-OK                        VALUE "00".
000646     88  WS-PRM-NO-EXISTE                 VALUE "35".
000648
000650 01  WS-SWITCHES.
000660     05  WS-OPCION                PIC 9(01) VALUE ZERO.
000670     05  WS-FIN-MENU              PIC X(01) VALUE "N".
000680         88  FIN-DE-MENU                  VALUE "S".
000690     05  WS-ADMIN-OK              PIC X(01) VALUE "N".
000700         88  ADMIN-VERIFICADO             VALUE "S".
000701     05  WS-PERMISOS-ABIERTOS     PIC X(01) VALUE "N".
000702         88  PERMISOS-ABIERTOS            VALUE "S".
000703     05  WS-DATOS-OK              PIC X(01) VALUE "N".
000704         88  DATOS-VALIDOS                VALUE "S".
000705     05  WS-FIN-PERMISOS          PIC X(01) VALUE "N".
000706         88  FIN-DE-PERMISOS              VALUE "S".
000710
000720 01  WS-ENTRADA-OPCION            PIC X(01).
000730 01  WS-ADMIN-USERNAME            PIC X(20).
000770 01  WS-NUEVO-ROL                 PIC X(01).
000780 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000790
000790*  Captura de un permiso (opciones 5 a 8).
000790 01  WS-ENTRADA-SUJETO            PIC X(20).
000791 01  WS-SUJETO-GRUPO REDEFINES WS-ENTRADA-SUJETO.
000791     05  WS-SUJ-ARROBA            PIC X(01).
000792     05  WS-SUJ-NOMBRE            PIC X(19).
000792 01  WS-ENTRADA-PROGRAMA          PIC X(08).
000793 01  WS-ENTRADA-FUNCION           PIC X(08).
000793 01  WS-ENTRADA-ALCANCE           PIC X(01).
000793 01  WS-ENTRADA-GRUPO             PIC X(08).
000794 01  WS-ENTRADA-ACCION            PIC X(01).
000794 01  WS-TOTAL-PERMISOS            PIC 9(03) COMP VALUE ZERO.
000795
000795*  Detalle del segundo renglon de LOGAUDIT (PERM-DATO).
000796 01  WS-DATO-PERMISO.
000796     05  WS-DATO-PROGRAMA         PIC X(08).
000796     05  FILLER                   PIC X(01) VALUE "/".
000797     05  WS-DATO-FUNCION          PIC X(08).
000797     05  FILLER                   PIC X(01) VALUE "/".
000798     05  WS-DATO-ALCANCE          PIC X(01).
000798     05  FILLER                   PIC X(01) VALUE SPACE.
000799
000800 COPY ERRPARM.
000801
000802 COPY APRBPARM.
000810
000820 COPY HASHPARM.
000830
000833 COPY CADEPARM.
000836
000837 COPY PERMPARM.
000838
000839 COPY MENUOPC.
000840
000841 LINKAGE SECTION.
000842 COPY LOGPARM.
000843
000844 PROCEDURE DIVISION USING LOGIN-PARM.
000850 0000-MAINLINE.
000860     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000870     PERFORM 1200-VERIFICAR-ADMIN THRU 1200-EXIT.
001000*  bitacora de seguridad.                                     *
001010*----------------------------------------------------------*
001020 1000-INICIALIZAR.
001020     IF NOT LOGIN-CONCEDIDO OR LOGIN-USERNAME = SPACES
001021         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001021         GOBACK
001022     END-IF.
001022     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001023     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001023     MOVE "USRMANT"      TO PERMCHK-PROGRAMA.
001024     MOVE SPACES         TO PERMCHK-FUNCION.
001025     SET PERMCHK-NIVEL-ADMIN TO TRUE.
001025     CALL "PERMCHK" USING PERMCHK-PARM.
001026     IF NOT PERMCHK-PERMITIDO
001026         DISPLAY "SIN PERMISO PARA USRMANT"
001027         GOBACK
001027     END-IF.
001028     MOVE "N" TO WS-FIN-MENU.
001029     MOVE "N" TO WS-ADMIN-OK.
001030     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001040     OPEN I-O USUARIO-FILE.
001050     IF NOT WS-USR-OK
001120         STOP RUN
001130     END-IF.
001140
001140*  Sin PERMIDX rigen los roles fijos; no se crea aqui porque
001140*  un archivo vacio dejaria a todos sin permisos (PERMINIC).
001141     MOVE "N" TO WS-PERMISOS-ABIERTOS.
001141     OPEN I-O PERMISO-FILE.
001142     IF WS-PRM-OK
001142         SET PERMISOS-ABIERTOS TO TRUE
001143     ELSE
001143         IF NOT WS-PRM-NO-EXISTE
001144             MOVE "USRMANT"       TO ERRHAND-PROGRAMA
001144             MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001145             MOVE WS-PRM-STATUS   TO ERRHAND-FILE-STATUS
001145             SET ERRHAND-ADVERTENCIA TO TRUE
001146             MOVE "ERROR AL ABRIR PERMIDX" TO ERRHAND-MENSAJE
001146             CALL "ERRHAND" USING ERRHAND-PARM
001147         END-IF
001147     END-IF.
001148
001148*  Aqui solo se comprueba el rastro (y se crea si falta);
001149*  cada renglon lo abre, lo encadena y lo cierra (8900).
001150     OPEN EXTEND AUDITORIA-FILE.
001160     IF NOT WS-AUD-OK
001170         OPEN OUTPUT AUDITORIA-FILE
001180     END-IF.
001185     CLOSE AUDITORIA-FILE.
001190 1000-EXIT.
001200     EXIT.
001210
001220*----------------------------------------------------------*
001230*  1200-VERIFICAR-ADMIN - El operador se identifica con su   *
001240*  propia cuenta; debe ser la de la sesion (el permiso ya    *
001250*  lo reviso PERMCHK), no estar bloqueada y dar la           *
001255*  contrasena correcta.                                      *
001260*----------------------------------------------------------*
001270 1200-VERIFICAR-ADMIN.
001280     DISPLAY "Cuenta de administrador:".
001370         DISPLAY "Cuenta bloqueada"
001380         GO TO 1200-EXIT
001390     END-IF.
001400     IF WS-ADMIN-USERNAME NOT = LOGIN-USERNAME
001410         DISPLAY "La cuenta no es la de la sesion"
001420         GO TO 1200-EXIT
001430     END-IF.
001440     DISPLAY "Contrasena:" WITH NO ADVANCING.
001640     DISPLAY "2. Resetear contrasena".
001650     DISPLAY "3. Cambiar rol".
001660     DISPLAY "4. Desactivar cuenta".
001662     DISPLAY "5. Otorgar permiso por funcion".
001664     DISPLAY "6. Retirar permiso por funcion".
001666     DISPLAY "7. Miembros de un grupo".
001668     DISPLAY "8. Permisos de una cuenta o grupo".
001670     DISPLAY "9. Salir".
001680     DISPLAY "Opcion:".
001690     ACCEPT WS-ENTRADA-OPCION.
001810             PERFORM 5000-CAMBIAR-ROL THRU 5000-EXIT
001820         WHEN 4
001830             PERFORM 6000-DESACTIVAR THRU 6000-EXIT
001831         WHEN 5
001832             PERFORM 7000-OTORGAR-PERMISO THRU 7000-EXIT
001833         WHEN 6
001834             PERFORM 7200-RETIRAR-PERMISO THRU 7200-EXIT
001835         WHEN 7
001836             PERFORM 7400-MIEMBROS-GRUPO THRU 7400-EXIT
001837         WHEN 8
001838             PERFORM 7600-CONSULTAR-PERMISOS THRU 7600-EXIT
001840         WHEN 9
001850             SET FIN-DE-MENU TO TRUE
001860         WHEN OTHER
002810     EXIT.
002820
002830*----------------------------------------------------------*
002830*  7000-OTORGAR-PERMISO - Sujeto (cuenta de LOGINUSR o       *
002830*  "@grupo"), programa del catalogo del menu o "*", funcion  *
002830*  del catalogo de funciones del programa o "*", y alcance   *
002830*  T (todo) o P (solo lo propio).  Si ya existia se le       *
002830*  cambia el alcance.  Nadie se otorga permisos a si mismo.  *
002830*----------------------------------------------------------*
002830 7000-OTORGAR-PERMISO.
002830     IF NOT PERMISOS-ABIERTOS
002830         DISPLAY "PERMIDX no existe; primero corra PERMINIC"
002830         GO TO 7000-EXIT
002830     END-IF.
002830     PERFORM 7800-PEDIR-SUJETO THRU 7800-EXIT.
002830     IF NOT DATOS-VALIDOS
002830         GO TO 7000-EXIT
002830     END-IF.
002830     PERFORM 7850-PEDIR-PROGRAMA THRU 7850-EXIT.
002830     IF NOT DATOS-VALIDOS
002830         GO TO 7000-EXIT
002830     END-IF.
002830     DISPLAY "Alcance T=todo P=solo lo propio:".
002830     ACCEPT WS-ENTRADA-ALCANCE.
002830     IF WS-ENTRADA-ALCANCE = SPACE
002830         MOVE "T" TO WS-ENTRADA-ALCANCE
002830     END-IF.
002830     IF WS-ENTRADA-ALCANCE NOT = "T"
002830        AND WS-ENTRADA-ALCANCE NOT = "P"
002830         DISPLAY "Alcance invalido"
002830         GO TO 7000-EXIT
002830     END-IF.
002830
002830     MOVE WS-ENTRADA-SUJETO   TO PERM-SUJETO.
002831     MOVE WS-ENTRADA-PROGRAMA TO PERM-PROGRAMA.
002831     MOVE WS-ENTRADA-FUNCION  TO PERM-FUNCION.
002831     MOVE WS-ENTRADA-ALCANCE  TO PERM-ALCANCE.
002831     MOVE WS-FECHA-HOY        TO PERM-FEC-ALTA.
002831     MOVE WS-ADMIN-USERNAME   TO PERM-OTORGO.
002831     WRITE PERM-REC
002831         INVALID KEY
002831             REWRITE PERM-REC
002831     END-WRITE.
002831     IF NOT WS-PRM-OK
002831         DISPLAY "ERROR AL GRABAR PERMIDX " WS-PRM-STATUS
002831         GO TO 7000-EXIT
002831     END-IF.
002831     DISPLAY "Permiso otorgado".
002831     MOVE "PERM-ALTA" TO AUD-RESULTADO.
002831     PERFORM 8100-AUDITAR-PERMISO THRU 8100-EXIT.
002831 7000-EXIT.
002831     EXIT.
002831
002831*----------------------------------------------------------*
002831*  7200-RETIRAR-PERMISO - Borra el renglon exacto del        *
002831*  sujeto, programa y funcion.                               *
002831*----------------------------------------------------------*
002831 7200-RETIRAR-PERMISO.
002831     IF NOT PERMISOS-ABIERTOS
002831         DISPLAY "PERMIDX no existe; primero corra PERMINIC"
002831         GO TO 7200-EXIT
002831     END-IF.
002831     PERFORM 7800-PEDIR-SUJETO THRU 7800-EXIT.
002831     IF NOT DATOS-VALIDOS
002831         GO TO 7200-EXIT
002832     END-IF.
002832     PERFORM 7850-PEDIR-PROGRAMA THRU 7850-EXIT.
002832     IF NOT DATOS-VALIDOS
002832         GO TO 7200-EXIT
002832     END-IF.
002832     MOVE WS-ENTRADA-SUJETO   TO PERM-SUJETO.
002832     MOVE WS-ENTRADA-PROGRAMA TO PERM-PROGRAMA.
002832     MOVE WS-ENTRADA-FUNCION  TO PERM-FUNCION.
002832     READ PERMISO-FILE
002832         INVALID KEY
002832             DISPLAY "Ese permiso no existe"
002832             GO TO 7200-EXIT
002832     END-READ.
002832     MOVE PERM-ALCANCE TO WS-ENTRADA-ALCANCE.
002832     DELETE PERMISO-FILE RECORD.
002832     DISPLAY "Permiso retirado".
002832     MOVE "PERM-BAJA" TO AUD-RESULTADO.
002832     PERFORM 8100-AUDITAR-PERMISO THRU 8100-EXIT.
002832 7200-EXIT.
002832     EXIT.
002832
002832*----------------------------------------------------------*
002832*  7400-MIEMBROS-GRUPO - Alta o baja de una cuenta en un     *
002832*  grupo (renglon GRUPO de PERMIDX).                         *
002832*----------------------------------------------------------*
002832 7400-MIEMBROS-GRUPO.
002832     IF NOT PERMISOS-ABIERTOS
002832         DISPLAY "PERMIDX no existe; primero corra PERMINIC"
002832         GO TO 7400-EXIT
002832     END-IF.
002832     PERFORM 2500-LEER-CUENTA THRU 2500-EXIT.
002832     IF WS-USR-NO-EXISTE
002833         GO TO 7400-EXIT
002833     END-IF.
002833     DISPLAY "Grupo (sin la @):".
002833     ACCEPT WS-ENTRADA-GRUPO.
002833     IF WS-ENTRADA-GRUPO = SPACES
002833        OR WS-ENTRADA-GRUPO (1:1) = "@"
002833         DISPLAY "Grupo invalido"
002833         GO TO 7400-EXIT
002833     END-IF.
002833     DISPLAY "A=agregar al grupo Q=quitar del grupo:".
002833     ACCEPT WS-ENTRADA-ACCION.
002833     MOVE WS-CUENTA-PEDIDA TO WS-ENTRADA-SUJETO.
002833     MOVE WS-CUENTA-PEDIDA TO PERM-SUJETO.
002833     MOVE "GRUPO"          TO PERM-PROGRAMA.
002833     MOVE WS-ENTRADA-GRUPO TO PERM-FUNCION.
002833     EVALUATE WS-ENTRADA-ACCION
002833         WHEN "A"
002833             IF WS-CUENTA-PEDIDA = WS-ADMIN-USERNAME
002833                 DISPLAY "No puede agregarse a un grupo a si "
002833                     "mismo"
002833                 GO TO 7400-EXIT
002833             END-IF
002833             MOVE SPACE            TO PERM-ALCANCE
002833             MOVE WS-FECHA-HOY     TO PERM-FEC-ALTA
002833             MOVE WS-ADMIN-USERNAME TO PERM-OTORGO
002833             WRITE PERM-REC
002833                 INVALID KEY
002833                     DISPLAY "La cuenta ya es miembro del grupo"
002833                     GO TO 7400-EXIT
002833             END-WRITE
002833             DISPLAY "Cuenta agregada al grupo"
002834             MOVE "PERM-GALTA" TO AUD-RESULTADO
002834         WHEN "Q"
002834             READ PERMISO-FILE
002834                 INVALID KEY
002834                     DISPLAY "La cuenta no es miembro del grupo"
002834                     GO TO 7400-EXIT
002834             END-READ
002834             DELETE PERMISO-FILE RECORD
002834             DISPLAY "Cuenta quitada del grupo"
002834             MOVE "PERM-GBAJA" TO AUD-RESULTADO
002834         WHEN OTHER
002834             DISPLAY "Accion invalida"
002834             GO TO 7400-EXIT
002834     END-EVALUATE.
002834     MOVE "GRUPO"          TO WS-ENTRADA-PROGRAMA.
002834     MOVE WS-ENTRADA-GRUPO TO WS-ENTRADA-FUNCION.
002834     MOVE SPACE            TO WS-ENTRADA-ALCANCE.
002834     PERFORM 8100-AUDITAR-PERMISO THRU 8100-EXIT.
002834 7400-EXIT.
002834     EXIT.
002834
002834*----------------------------------------------------------*
002834*  7600-CONSULTAR-PERMISOS - Lista los renglones de PERMIDX  *
002834*  del sujeto (permisos y, de una cuenta, sus grupos).  A    *
002834*  una cuenta ademas le valen los de su rol (@A, @S o @R).   *
002834*----------------------------------------------------------*
002834 7600-CONSULTAR-PERMISOS.
002834     IF NOT PERMISOS-ABIERTOS
002834         DISPLAY "PERMIDX no existe; rigen los roles fijos"
002834         GO TO 7600-EXIT
002834     END-IF.
002834     DISPLAY "Cuenta o @grupo:".
002835     ACCEPT WS-ENTRADA-SUJETO.
002835     IF WS-ENTRADA-SUJETO = SPACES
002835         GO TO 7600-EXIT
002835     END-IF.
002835     MOVE ZERO TO WS-TOTAL-PERMISOS.
002835     MOVE "N" TO WS-FIN-PERMISOS.
002835     MOVE WS-ENTRADA-SUJETO TO PERM-SUJETO.
002835     MOVE LOW-VALUES        TO PERM-PROGRAMA.
002835     MOVE LOW-VALUES        TO PERM-FUNCION.
002835     START PERMISO-FILE KEY NOT < PERM-CLAVE
002835         INVALID KEY
002835             SET FIN-DE-PERMISOS TO TRUE
002835     END-START.
002835     DISPLAY "PROGRAMA FUNCION  ALC ALTA     OTORGO".
002835     PERFORM 7610-MOSTRAR-PERMISO THRU 7610-EXIT
002835         UNTIL FIN-DE-PERMISOS.
002835     DISPLAY "Renglones: " WS-TOTAL-PERMISOS.
002835     IF WS-SUJ-ARROBA NOT = "@"
002835         MOVE WS-ENTRADA-SUJETO TO USUARIO-USERNAME
002835         READ USUARIO-FILE
002835             INVALID KEY
002835                 DISPLAY "(La cuenta no existe en LOGINUSR)"
002835             NOT INVALID KEY
002835                 DISPLAY "Ademas le valen los permisos de @"
002835                     USUARIO-ROL " (su rol)"
002835         END-READ
002835     END-IF.
002835 7600-EXIT.
002835     EXIT.
002835
002835 7610-MOSTRAR-PERMISO.
002836     READ PERMISO-FILE NEXT RECORD
002836         AT END
002836             SET FIN-DE-PERMISOS TO TRUE
002836             GO TO 7610-EXIT
002836     END-READ.
002836     IF PERM-SUJETO NOT = WS-ENTRADA-SUJETO
002836         SET FIN-DE-PERMISOS TO TRUE
002836         GO TO 7610-EXIT
002836     END-IF.
002836     ADD 1 TO WS-TOTAL-PERMISOS.
002836     DISPLAY PERM-PROGRAMA " " PERM-FUNCION " " PERM-ALCANCE
002836         "   " PERM-FEC-ALTA " " PERM-OTORGO.
002836 7610-EXIT.
002836     EXIT.
002836
002836*----------------------------------------------------------*
002836*  7800-PEDIR-SUJETO - Cuenta existente en LOGINUSR o grupo  *
002836*  "@nombre" (nombre de hasta 8 letras).  No se aceptan      *
002836*  cambios sobre la propia cuenta.                           *
002836*----------------------------------------------------------*
002836 7800-PEDIR-SUJETO.
002836     MOVE "N" TO WS-DATOS-OK.
002836     DISPLAY "Cuenta o @grupo:".
002836     ACCEPT WS-ENTRADA-SUJETO.
002836     IF WS-ENTRADA-SUJETO = SPACES
002836         DISPLAY "Sujeto invalido"
002836         GO TO 7800-EXIT
002836     END-IF.
002836     IF WS-SUJ-ARROBA = "@"
002836         IF WS-SUJ-NOMBRE = SPACES
002836            OR WS-SUJ-NOMBRE (9:11) NOT = SPACES
002836             DISPLAY "Nombre de grupo invalido"
002837             GO TO 7800-EXIT
002837         END-IF
002837         SET DATOS-VALIDOS TO TRUE
002837         GO TO 7800-EXIT
002837     END-IF.
002837     IF WS-ENTRADA-SUJETO = WS-ADMIN-USERNAME
002837         DISPLAY "No puede cambiar sus propios permisos"
002837         GO TO 7800-EXIT
002837     END-IF.
002837     MOVE WS-ENTRADA-SUJETO TO USUARIO-USERNAME.
002837     READ USUARIO-FILE
002837         INVALID KEY
002837             DISPLAY "Cuenta no encontrada"
002837             GO TO 7800-EXIT
002837     END-READ.
002837     SET DATOS-VALIDOS TO TRUE.
002837 7800-EXIT.
002837     EXIT.
002837
002837*----------------------------------------------------------*
002837*  7850-PEDIR-PROGRAMA - Programa del catalogo del menu      *
002837*  (MENUOPC) o "*"; funcion del catalogo MENUFUN de ese      *
002837*  programa o "*" (en blanco vale "*").                      *
002837*----------------------------------------------------------*
002837 7850-PEDIR-PROGRAMA.
002837     MOVE "N" TO WS-DATOS-OK.
002837     DISPLAY "Programa (* = todos):".
002837     ACCEPT WS-ENTRADA-PROGRAMA.
002837     IF WS-ENTRADA-PROGRAMA NOT = "*"
002837         SET MENUOPC-IDX TO 1
002837         SEARCH MENUOPC-ENTRADA
002838             AT END
002838                 DISPLAY "Programa fuera del catalogo del menu"
002838                 GO TO 7850-EXIT
002838             WHEN MENUOPC-PROGRAMA (MENUOPC-IDX)
002838                  = WS-ENTRADA-PROGRAMA
002838                 CONTINUE
002838         END-SEARCH
002838     END-IF.
002838     DISPLAY "Funcion (* o en blanco = todas):".
002838     ACCEPT WS-ENTRADA-FUNCION.
002838     IF WS-ENTRADA-FUNCION = SPACES
002838         MOVE "*" TO WS-ENTRADA-FUNCION
002838     END-IF.
002838     IF WS-ENTRADA-FUNCION NOT = "*"
002838         SET MENUFUN-IDX TO 1
002838         SEARCH MENUFUN-ENTRADA
002838             AT END
002838                 DISPLAY "Funcion fuera del catalogo de ese "
002838                     "programa"
002838                 GO TO 7850-EXIT
002838             WHEN MENUFUN-PROGRAMA (MENUFUN-IDX)
002838                  = WS-ENTRADA-PROGRAMA
002838              AND MENUFUN-FUNCION (MENUFUN-IDX)
002838                  = WS-ENTRADA-FUNCION
002838                 CONTINUE
002838         END-SEARCH
002838     END-IF.
002838     SET DATOS-VALIDOS TO TRUE.
002838 7850-EXIT.
002838     EXIT.
002838
002839*----------------------------------------------------------*
002840*  8000-AUDITAR-ACCION - Renglon en LOGAUDIT a nombre del    *
002850*  administrador que actuo, con la cuenta afectada en el     *
002860*  detalle.                                                   *
002900     ACCEPT AUD-HORA FROM TIME.
002910     MOVE WS-ADMIN-USERNAME TO AUD-USERNAME.
002920     MOVE WS-CUENTA-PEDIDA  TO AUD-DETALLE.
002920     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
002920 8000-EXIT.
002920     EXIT.
002920
002920*----------------------------------------------------------*
002920*  8100-AUDITAR-PERMISO - Dos renglones en LOGAUDIT: el de   *
002921*  la accion (PERM-*) con el sujeto en el detalle y el       *
002921*  PERM-DATO con programa/funcion/alcance.                   *
002921*----------------------------------------------------------*
002921 8100-AUDITAR-PERMISO.
002921     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
002921     ACCEPT AUD-HORA FROM TIME.
002922     MOVE WS-ADMIN-USERNAME TO AUD-USERNAME.
002922     MOVE WS-ENTRADA-SUJETO TO AUD-DETALLE.
002922     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
002922     MOVE WS-ENTRADA-PROGRAMA TO WS-DATO-PROGRAMA.
002922     MOVE WS-ENTRADA-FUNCION  TO WS-DATO-FUNCION.
002922     MOVE WS-ENTRADA-ALCANCE  TO WS-DATO-ALCANCE.
002923     MOVE "PERM-DATO"       TO AUD-RESULTADO.
002923     MOVE WS-DATO-PERMISO   TO AUD-DETALLE.
002923     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
002923 8100-EXIT.
002923     EXIT.
002923
002923*----------------------------------------------------------*
002924*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
002924*  (rutina AUDCADEN) y lo graba en LOGAUDIT.                 *
002924*----------------------------------------------------------*
002924 8900-GRABAR-AUDITORIA.
002924*  El ultimo eslabon se toma del rastro al momento de grabar
002924*  (otra terminal pudo haber grabado despues); el renglon ya
002925*  armado se guarda mientras se abre el rastro.
002925     MOVE AUD-REC TO AUDCADEN-RENGLON.
002925     MOVE "LOGAUDIT" TO AUDCADEN-ARCHIVO.
002925     MOVE 69 TO AUDCADEN-POSICION.
002925     SET AUDCADEN-ULTIMO TO TRUE.
002925     CALL "AUDCADEN" USING AUDCADEN-PARM.
002926     OPEN EXTEND AUDITORIA-FILE.
002926     IF NOT WS-AUD-OK
002926         OPEN OUTPUT AUDITORIA-FILE
002926     END-IF.
002926     IF NOT WS-AUD-OK
002926         MOVE "USRMANT"        TO ERRHAND-PROGRAMA
002926         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
002927         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
002927         SET ERRHAND-ADVERTENCIA TO TRUE
002927         MOVE "ERROR AL ABRIR LOGAUDIT" TO ERRHAND-MENSAJE
002927         CALL "ERRHAND" USING ERRHAND-PARM
002927         GO TO 8900-EXIT
002927     END-IF.
002928     MOVE AUDCADEN-RENGLON TO AUD-REC.
002928     ADD 1 TO AUDCADEN-SECUENCIA.
002928     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
002928     MOVE AUD-REC TO AUDCADEN-RENGLON.
002928     SET AUDCADEN-ENCADENAR TO TRUE.
002928     CALL "AUDCADEN" USING AUDCADEN-PARM.
002929     MOVE AUDCADEN-CADENA TO AUD-CADENA.
002930     WRITE AUD-REC.
002936     CLOSE AUDITORIA-FILE.
002942 8900-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------*
002990*----------------------------------------------------------*
003000 9000-FINALIZAR.
003010     CLOSE USUARIO-FILE.
003015     IF PERMISOS-ABIERTOS
003020         CLOSE PERMISO-FILE
003025     END-IF.
003030 9000-EXIT.
003040     EXIT.
