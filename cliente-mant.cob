000153*                  aprobaciones (rutina comun APRBCHK) hasta
000154*                  que un segundo admin la apruebe en
000155*                  APRBREV.
000155*  2026-10-15 JFV  El saldo inicial del alta y cada cambio de
000156*                  saldo dejan un movimiento de ajuste (origen
000157*                  AJ) por la diferencia en CLIMHIDX, para que
000158*                  el cuadre CLICUADR del saldo contra el
000159*                  historial no los marque como descuadre.
000160*  2026-08-22 JFV  Creacion inicial.
000170*  2026-08-22 JFV  CLIMAST pasa a clave CLIENTE-NUMERO con
000180*                  el nombre como clave alterna; el alta
000210*  2026-08-22 JFV  El operador ya no se teclea: llega en
000220*                  LOGIN-PARM desde MENUPRIN con el usuario
000230*                  autenticado; sin sesion no se entra.
000230*  2026-10-15 JFV  Opcion 4: solicitud de excepcion al
000230*                  bloqueo por adeudo (BLOQIDX, ver CLIBLOQ)
000231*                  hasta una fecha, a la cola de aprobaciones
000231*                  (APRBCHK, tipo EXC-BLOQ) para APRBREV.
000232*  2026-10-15 JFV  Renglones de CLIAUDIT encadenados: secuencia
000232*                  y huella al final de cada renglon (rutina
000233*                  AUDCADEN), que verifica AUDVERIF.
000233*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000233*                  (rutina PERMCHK, archivo PERMIDX).
000234*  2026-10-15 JFV  Alta y modificacion capturan domicilio,
000234*                  telefono, correo y preferencia de entrega
000235*                  (papel, correo o ambos; correo obligatorio si
000235*                  no es solo papel); cada dato que cambia deja
000236*                  su renglon antes/despues en CLIAUDIT.
000236*  2026-10-15 JFV  Marca del portal de padres (CLIENTE-PORTAL):
000236*                  el tutor puede pedir no salir en el extracto
000237*                  PORTEXTR; el cambio deja renglon en CLIAUDIT.
000237*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000238*                  cada renglon; el rastro se abre y cierra por
000238*                  renglon para no encadenar contra un eslabon
000239*                  viejo si otra sesion grabo en medio.
000240*----------------------------------------------------------*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CLIMANT.
000400             WITH DUPLICATES
000410         FILE STATUS IS WS-CLI-STATUS.
000420
000421     SELECT HISTORIAL-FILE ASSIGN TO "CLIMHIDX"
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS DYNAMIC
000424         RECORD KEY IS MOVH-CLAVE
000425         FILE STATUS IS WS-HIS-STATUS.
000426
000430     SELECT AUDIT-FILE ASSIGN TO "CLIAUDIT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUD-STATUS.
000480 FILE SECTION.
000490 FD  CLIENTE-FILE.
000500     COPY CLIREC.
000502
000504 FD  HISTORIAL-FILE.
000506     COPY MOVHREC.
000510
000520 FD  AUDIT-FILE.
000530 01  AUDIT-REC.
000600     05  AUD-CLIENTE             PIC X(20).
000610     05  FILLER                  PIC X(01) VALUE SPACE.
000620     05  AUD-OPERACION           PIC X(12).
000620     05  FILLER                  PIC X(01) VALUE SPACE.
000621     05  AUD-CAMPO               PIC X(10).
000622     05  FILLER                  PIC X(01) VALUE SPACE.
000623     05  AUD-ANTES               PIC X(40).
000624     05  FILLER                  PIC X(01) VALUE SPACE.
000625     05  AUD-DESPUES             PIC X(40).
000626     05  FILLER                  PIC X(01) VALUE SPACE.
000627     05  AUD-SECUENCIA           PIC 9(09).
000628     05  FILLER                  PIC X(01) VALUE SPACE.
000629     05  AUD-CADENA              PIC X(20).
000630
000640 WORKING-STORAGE SECTION.
000650 01  WS-CLI-STATUS                PIC X(02).
000690 01  WS-AUD-STATUS                PIC X(02).
000700     88  WS-AUD-OK                        VALUE "00".
000710
000712 01  WS-HIS-STATUS                PIC X(02).
000714     88  WS-HIS-OK                        VALUE "00".
000716
000720 01  WS-SWITCHES.
000730     05  WS-OPCION                PIC 9(01) VALUE ZERO.
000740     05  WS-FIN-MENU              PIC X(01) VALUE "N".
000750         88  FIN-DE-MENU                  VALUE "S".
000760     05  WS-CONFIRMA              PIC X(01) VALUE "N".
000770         88  CONFIRMA-BAJA                VALUE "S".
000773      05  WS-CONTACTO-VALIDO       PIC X(01) VALUE "S".
000776          88  CONTACTO-VALIDO              VALUE "S".
000780
000790 01  WS-OPERADOR                  PIC X(20).
000800 01  WS-ENTRADA-OPCION            PIC X(01).
000850 01  WS-ENTRADA-SALDO-N REDEFINES
000860     WS-ENTRADA-SALDO            PIC 9(07)V9(02).
000870 01  WS-ENTRADA-ESTADO            PIC X(01).
000870 01  WS-ENTRADA-TEXTO             PIC X(40).
000870 01  WS-ENTRADA-ENTREGA           PIC X(01).
000870 01  WS-ENTRADA-PORTAL            PIC X(01).
000871 01  WS-ARROBAS                   PIC 9(02) COMP VALUE ZERO.
000871 01  WS-ENTRADA-FECHA             PIC X(08).
000871 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000872 01  WS-VENCIDO-EDIT              PIC ZZZZZZZZ9.99.
000872
000872 01  WS-SALDO-ANTERIOR            PIC S9(07)V9(02) VALUE ZERO.
000873 01  WS-AJUSTE                    PIC S9(07)V9(02) VALUE ZERO.
000873 01  WS-HIST-GRABADO              PIC X(01).
000873     88  HISTORIAL-GRABADO                VALUE "S".
000873
000874*  Datos de contacto como estaban antes del cambio, para los
000874*  renglones antes/despues de CLIAUDIT.
000874 01  WS-CONTACTO-ANTERIOR.
000875     05  WS-ANT-DIRECCION.
000875         10  WS-ANT-CALLE         PIC X(40).
000875         10  WS-ANT-COLONIA       PIC X(30).
000876         10  WS-ANT-CIUDAD        PIC X(25).
000876         10  WS-ANT-PROVINCIA     PIC X(20).
000876         10  WS-ANT-COD-POSTAL    PIC X(05).
000876     05  WS-ANT-TELEFONO          PIC X(12).
000877     05  WS-ANT-EMAIL             PIC X(40).
000877     05  WS-ANT-ENTREGA           PIC X(01).
000877     05  WS-ANT-PORTAL            PIC X(01).
000878
000878 01  WS-AUDITA-CAMPO              PIC X(10).
000878 01  WS-AUDITA-ANTES              PIC X(40).
000879 01  WS-AUDITA-DESPUES            PIC X(40).
000880
000890 COPY ERRPARM.
000891
000892 COPY APRBPARM.
000892
000893 COPY BLOQPARM.
000894
000895 COPY FECHAPARM.
000896
000897 COPY CADEPARM.
000898
000899 COPY PERMPARM.
000900
000910 LINKAGE SECTION.
000920 COPY LOGPARM.
001110         GOBACK
001120     END-IF.
001130
001130     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001131     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001132     MOVE "CLIMANT"      TO PERMCHK-PROGRAMA.
001133     MOVE SPACES         TO PERMCHK-FUNCION.
001134     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001134     CALL "PERMCHK" USING PERMCHK-PARM.
001135     IF NOT PERMCHK-PERMITIDO
001136         DISPLAY "SIN PERMISO PARA CLIMANT"
001137         GOBACK
001138     END-IF.
001139
001140     OPEN I-O CLIENTE-FILE.
001150     IF NOT WS-CLI-OK
001160         IF WS-CLI-STATUS = "35"
001290         STOP RUN
001300     END-IF.
001310
001310     OPEN I-O HISTORIAL-FILE.
001310     IF NOT WS-HIS-OK
001311         IF WS-HIS-STATUS = "35"
001311             OPEN OUTPUT HISTORIAL-FILE
001312             CLOSE HISTORIAL-FILE
001312             OPEN I-O HISTORIAL-FILE
001313         END-IF
001313     END-IF.
001314     IF NOT WS-HIS-OK
001314         MOVE "CLIMANT"       TO ERRHAND-PROGRAMA
001314         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001315         MOVE WS-HIS-STATUS   TO ERRHAND-FILE-STATUS
001315         SET ERRHAND-FATAL TO TRUE
001316         MOVE "ERROR AL ABRIR CLIMHIDX" TO ERRHAND-MENSAJE
001316         CALL "ERRHAND" USING ERRHAND-PARM
001317         STOP RUN
001317     END-IF.
001318
001318*  Aqui solo se comprueba el rastro (y se crea si falta);
001319*  cada renglon lo abre, lo encadena y lo cierra (8900).
001320     OPEN EXTEND AUDIT-FILE.
001330     IF NOT WS-AUD-OK
001340         OPEN OUTPUT AUDIT-FILE
001350     END-IF.
001355     CLOSE AUDIT-FILE.
001360 1000-EXIT.
001370     EXIT.
001380
001450     DISPLAY "1. Dar de alta un cliente".
001460     DISPLAY "2. Modificar un cliente".
001470     DISPLAY "3. Dar de baja un cliente".
001475     DISPLAY "4. Solicitar excepcion al bloqueo por adeudo".
001480     DISPLAY "9. Salir".
001490     DISPLAY "Opcion:".
001500     ACCEPT WS-ENTRADA-OPCION.
001600             PERFORM 4000-MODIFICAR-CLIENTE THRU 4000-EXIT
001610         WHEN 3
001620             PERFORM 5000-BAJA-CLIENTE THRU 5000-EXIT
001623         WHEN 4
001626             PERFORM 6000-EXCEPCION-BLOQUEO THRU 6000-EXIT
001630         WHEN 9
001640             SET FIN-DE-MENU TO TRUE
001650         WHEN OTHER
001700
001710*----------------------------------------------------------*
001720*  3000-ALTA-CLIENTE - Alta con estado activo y saldo        *
001730*  inicial validado y datos de contacto.                     *
001740*----------------------------------------------------------*
001750 3000-ALTA-CLIENTE.
001760     INITIALIZE CLIENTE-REC.
001910
001920     SET CLIENTE-ACTIVO TO TRUE.
001930     PERFORM 3100-ACEPTAR-SALDO THRU 3100-EXIT.
001931     INITIALIZE WS-CONTACTO-ANTERIOR.
001932     PERFORM 3200-ACEPTAR-CONTACTO THRU 3200-EXIT.
001933     PERFORM 3300-VALIDAR-CONTACTO THRU 3300-EXIT.
001934     IF NOT CONTACTO-VALIDO
001935         DISPLAY "Cliente no registrado"
001936         GO TO 3000-EXIT
001937     END-IF.
001940
001950     WRITE CLIENTE-REC
001960         INVALID KEY
001990             DISPLAY "Cliente registrado"
002000             MOVE "ALTA" TO WS-ULTIMA-OPERACION
002010             PERFORM 8000-AUDITAR THRU 8000-EXIT
002013             MOVE ZERO TO WS-SALDO-ANTERIOR
002016             PERFORM 8100-GRABAR-AJUSTE THRU 8100-EXIT
002018             PERFORM 8020-AUDITAR-CONTACTO THRU 8020-EXIT
002020     END-WRITE.
002030 3000-EXIT.
002040     EXIT.
002210     EXIT.
002220
002230*----------------------------------------------------------*
002230*  3200-ACEPTAR-CONTACTO - Domicilio, telefono, correo y     *
002230*  preferencia de entrega y del portal de padres.  En        *
002230*  blanco deja el valor que tenia; un asterisco lo borra.    *
002230*----------------------------------------------------------*
002231 3200-ACEPTAR-CONTACTO.
002231     DISPLAY "Datos de contacto (en blanco deja igual, * borra)".
002231     DISPLAY "Calle y numero actual: " CLIENTE-CALLE.
002231     DISPLAY "Calle y numero:".
002231     PERFORM 3290-LEER-TEXTO THRU 3290-EXIT.
002232     EVALUATE WS-ENTRADA-TEXTO
002232         WHEN SPACES
002232             CONTINUE
002232         WHEN "*"
002233             MOVE SPACES TO CLIENTE-CALLE
002233         WHEN OTHER
002233             MOVE WS-ENTRADA-TEXTO TO CLIENTE-CALLE
002233     END-EVALUATE.
002233
002234     DISPLAY "Colonia actual: " CLIENTE-COLONIA.
002234     DISPLAY "Colonia:".
002234     PERFORM 3290-LEER-TEXTO THRU 3290-EXIT.
002234     EVALUATE WS-ENTRADA-TEXTO
002235         WHEN SPACES
002235             CONTINUE
002235         WHEN "*"
002235             MOVE SPACES TO CLIENTE-COLONIA
002235         WHEN OTHER
002236             MOVE WS-ENTRADA-TEXTO TO CLIENTE-COLONIA
002236     END-EVALUATE.
002236
002236     DISPLAY "Ciudad actual: " CLIENTE-CIUDAD.
002237     DISPLAY "Ciudad:".
002237     PERFORM 3290-LEER-TEXTO THRU 3290-EXIT.
002237     EVALUATE WS-ENTRADA-TEXTO
002237         WHEN SPACES
002237             CONTINUE
002238         WHEN "*"
002238             MOVE SPACES TO CLIENTE-CIUDAD
002238         WHEN OTHER
002238             MOVE WS-ENTRADA-TEXTO TO CLIENTE-CIUDAD
002239     END-EVALUATE.
002239
002239     DISPLAY "Provincia actual: " CLIENTE-PROVINCIA.
002239     DISPLAY "Provincia:".
002239     PERFORM 3290-LEER-TEXTO THRU 3290-EXIT.
002240     EVALUATE WS-ENTRADA-TEXTO
002240         WHEN SPACES
002240             CONTINUE
002240         WHEN "*"
002241             MOVE SPACES TO CLIENTE-PROVINCIA
002241         WHEN OTHER
002241             MOVE WS-ENTRADA-TEXTO TO CLIENTE-PROVINCIA
002241     END-EVALUATE.
002241
002242     DISPLAY "Codigo postal actual: " CLIENTE-COD-POSTAL.
002242     DISPLAY "Codigo postal (5 digitos):".
002242     PERFORM 3290-LEER-TEXTO THRU 3290-EXIT.
002242     EVALUATE WS-ENTRADA-TEXTO
002243         WHEN SPACES
002243             CONTINUE
002243         WHEN "*"
002243             MOVE SPACES TO CLIENTE-COD-POSTAL
002243         WHEN OTHER
002244             MOVE WS-ENTRADA-TEXTO TO CLIENTE-COD-POSTAL
002244     END-EVALUATE.
002244
002244     DISPLAY "Telefono actual: " CLIENTE-TELEFONO.
002245     DISPLAY "Telefono:".
002245     PERFORM 3290-LEER-TEXTO THRU 3290-EXIT.
002245     EVALUATE WS-ENTRADA-TEXTO
002245         WHEN SPACES
002245             CONTINUE
002246         WHEN "*"
002246             MOVE SPACES TO CLIENTE-TELEFONO
002246         WHEN OTHER
002246             MOVE WS-ENTRADA-TEXTO TO CLIENTE-TELEFONO
002247     END-EVALUATE.
002247
002247     DISPLAY "Correo electronico actual: " CLIENTE-EMAIL.
002247     DISPLAY "Correo electronico:".
002247     PERFORM 3290-LEER-TEXTO THRU 3290-EXIT.
002248     EVALUATE WS-ENTRADA-TEXTO
002248         WHEN SPACES
002248             CONTINUE
002248         WHEN "*"
002249             MOVE SPACES TO CLIENTE-EMAIL
002249         WHEN OTHER
002249             MOVE WS-ENTRADA-TEXTO TO CLIENTE-EMAIL
002249     END-EVALUATE.
002249
002250     DISPLAY "Entrega actual: " CLIENTE-ENTREGA.
002250     DISPLAY "Entrega P=papel E=correo A=ambos"
002250         " (en blanco deja igual):".
002250     MOVE SPACES TO WS-ENTRADA-ENTREGA.
002251     ACCEPT WS-ENTRADA-ENTREGA.
002251     EVALUATE WS-ENTRADA-ENTREGA
002251         WHEN "P"
002251             SET CLIENTE-ENTREGA-PAPEL TO TRUE
002251         WHEN "E"
002252             SET CLIENTE-ENTREGA-CORREO TO TRUE
002252         WHEN "A"
002252             SET CLIENTE-ENTREGA-AMBOS TO TRUE
002252         WHEN SPACE
002253             CONTINUE
002253         WHEN OTHER
002253             DISPLAY "Entrega invalida, se conserva"
002253     END-EVALUATE.
002253     IF NOT CLIENTE-ENTREGA-VALIDA
002254         SET CLIENTE-ENTREGA-PAPEL TO TRUE
002254     END-IF.
002254
002254     DISPLAY "Portal de padres actual: " CLIENTE-PORTAL.
002255     DISPLAY "Portal S=publica N=el tutor pidio no salir"
002255         " (en blanco deja igual):".
002255     MOVE SPACES TO WS-ENTRADA-PORTAL.
002255     ACCEPT WS-ENTRADA-PORTAL.
002255     EVALUATE WS-ENTRADA-PORTAL
002256         WHEN "S"
002256         WHEN "N"
002256             MOVE WS-ENTRADA-PORTAL TO CLIENTE-PORTAL
002256         WHEN SPACE
002257             CONTINUE
002257         WHEN OTHER
002257             DISPLAY "Portal invalido, se conserva"
002257     END-EVALUATE.
002257     IF CLIENTE-PORTAL = SPACE
002258         MOVE "S" TO CLIENTE-PORTAL
002258     END-IF.
002258 3200-EXIT.
002258     EXIT.
002259
002259 3290-LEER-TEXTO.
002259     MOVE SPACES TO WS-ENTRADA-TEXTO.
002259     ACCEPT WS-ENTRADA-TEXTO.
002259 3290-EXIT.
002260     EXIT.
002260
002260*----------------------------------------------------------*
002260*  3300-VALIDAR-CONTACTO - La entrega por correo (E o A)     *
002261*  exige un correo con una sola arroba; el codigo postal,    *
002261*  si se da, es de 5 digitos.  La entrega en papel sin       *
002261*  domicilio solo se avisa: los avisos saldran con la        *
002261*  leyenda (SIN DOMICILIO) hasta que se capture.              *
002261*----------------------------------------------------------*
002262 3300-VALIDAR-CONTACTO.
002262     MOVE "S" TO WS-CONTACTO-VALIDO.
002262     IF CLIENTE-RECIBE-CORREO AND CLIENTE-EMAIL = SPACES
002262         DISPLAY "La entrega por correo requiere el correo"
002263             " electronico"
002263         MOVE "N" TO WS-CONTACTO-VALIDO
002263     END-IF.
002263     IF CLIENTE-EMAIL NOT = SPACES
002263         MOVE ZERO TO WS-ARROBAS
002264         INSPECT CLIENTE-EMAIL TALLYING WS-ARROBAS FOR ALL "@"
002264         IF WS-ARROBAS NOT = 1 OR CLIENTE-EMAIL (1:1) = "@"
002264             DISPLAY "Correo electronico invalido"
002264             MOVE "N" TO WS-CONTACTO-VALIDO
002265         END-IF
002265     END-IF.
002265     IF CLIENTE-COD-POSTAL NOT = SPACES
002265        AND CLIENTE-COD-POSTAL IS NOT NUMERIC
002265         DISPLAY "Codigo postal invalido"
002266         MOVE "N" TO WS-CONTACTO-VALIDO
002266     END-IF.
002266     IF CONTACTO-VALIDO AND CLIENTE-RECIBE-PAPEL
002266        AND (CLIENTE-CALLE = SPACES OR CLIENTE-CIUDAD = SPACES)
002267         DISPLAY "Aviso: entrega en papel sin domicilio completo"
002267     END-IF.
002267 3300-EXIT.
002267     EXIT.
002267
002268*----------------------------------------------------------*
002268*  4000-MODIFICAR-CLIENTE - Cambia estado, saldo y datos   *
002268*  de contacto de un cliente existente.  El numero (clave  *
002268*  primaria) no se modifica; el nombre, al ser clave       *
002269*  alterna, si.                                            *
002270*----------------------------------------------------------*
002280 4000-MODIFICAR-CLIENTE.
002290     DISPLAY "Numero del cliente a modificar:".
002610             DISPLAY "Estado invalido, se conserva"
002620     END-EVALUATE.
002630
002630     MOVE CLIENTE-DIRECCION TO WS-ANT-DIRECCION.
002631     MOVE CLIENTE-TELEFONO  TO WS-ANT-TELEFONO.
002631     MOVE CLIENTE-EMAIL     TO WS-ANT-EMAIL.
002632     MOVE CLIENTE-ENTREGA   TO WS-ANT-ENTREGA.
002632     MOVE CLIENTE-PORTAL    TO WS-ANT-PORTAL.
002633     PERFORM 3200-ACEPTAR-CONTACTO THRU 3200-EXIT.
002633     PERFORM 3300-VALIDAR-CONTACTO THRU 3300-EXIT.
002634     IF NOT CONTACTO-VALIDO
002635         DISPLAY "Se conservan los datos de contacto anteriores"
002635         MOVE WS-ANT-DIRECCION TO CLIENTE-DIRECCION
002636         MOVE WS-ANT-TELEFONO  TO CLIENTE-TELEFONO
002636         MOVE WS-ANT-EMAIL     TO CLIENTE-EMAIL
002637         MOVE WS-ANT-ENTREGA   TO CLIENTE-ENTREGA
002637         MOVE WS-ANT-PORTAL    TO CLIENTE-PORTAL
002638     END-IF.
002639
002640     DISPLAY "Saldo actual: " CLIENTE-SALDO.
002648     MOVE CLIENTE-SALDO TO WS-SALDO-ANTERIOR.
002650     DISPLAY "Nuevo saldo (en blanco deja igual):".
002660     MOVE SPACES TO WS-ENTRADA-SALDO.
002670     ACCEPT WS-ENTRADA-SALDO.
002800             DISPLAY "Cliente modificado"
002810             MOVE "MODIFICACION" TO WS-ULTIMA-OPERACION
002820             PERFORM 8000-AUDITAR THRU 8000-EXIT
002825             PERFORM 8100-GRABAR-AJUSTE THRU 8100-EXIT
002827             PERFORM 8020-AUDITAR-CONTACTO THRU 8020-EXIT
002830     END-REWRITE.
002840 4000-EXIT.
002850     EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------*
003230*  6000-EXCEPCION-BLOQUEO - La cuenta bloqueada por adeudo   *
003230*  puede recibir reinscripcion y documentos hasta una fecha  *
003230*  si un segundo admin lo aprueba en APRBREV; aqui solo se   *
003230*  anota la solicitud en la cola APRBIDX.                     *
003230*----------------------------------------------------------*
003230 6000-EXCEPCION-BLOQUEO.
003230     DISPLAY "Numero del cliente bloqueado:".
003231     ACCEPT WS-ENTRADA-NUMERO.
003231     MOVE WS-ENTRADA-NUMERO TO CLIENTE-NUMERO.
003231     READ CLIENTE-FILE
003231         INVALID KEY
003231             DISPLAY "Cliente no encontrado"
003231     END-READ.
003231     IF WS-CLI-NO-ENCONTRADO
003232         GO TO 6000-EXIT
003232     END-IF.
003232
003232     MOVE SPACES         TO BLOQCHK-TUTOR.
003232     MOVE CLIENTE-NUMERO TO BLOQCHK-CLIENTE.
003232     CALL "BLOQCHK" USING BLOQCHK-PARM.
003232     IF NOT BLOQCHK-BLOQUEADO AND NOT BLOQCHK-EXCEPCION
003233         DISPLAY "La cuenta no esta bloqueada por adeudo"
003233         GO TO 6000-EXIT
003233     END-IF.
003233     MOVE BLOQCHK-VENCIDO TO WS-VENCIDO-EDIT.
003233     DISPLAY CLIENTE-NOMBRE " bloqueada desde "
003233         BLOQCHK-FEC-ALTA ", vencido " WS-VENCIDO-EDIT.
003233     IF BLOQCHK-EXCEPCION
003234         DISPLAY "Excepcion vigente hasta " BLOQCHK-EXC-HASTA
003234     END-IF.
003234
003234     DISPLAY "Excepcion valida hasta (AAAAMMDD):".
003234     MOVE SPACES TO WS-ENTRADA-FECHA.
003234     ACCEPT WS-ENTRADA-FECHA.
003234     IF WS-ENTRADA-FECHA NOT NUMERIC
003234         DISPLAY "Fecha invalida"
003235         GO TO 6000-EXIT
003235     END-IF.
003235     MOVE WS-ENTRADA-FECHA TO FECHACHK-FECHA.
003235     CALL "FECHACHK" USING FECHACHK-PARM.
003235     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
003235     IF FECHACHK-INVALIDA
003235        OR WS-ENTRADA-FECHA NOT > WS-FECHA-HOY
003236         DISPLAY "Fecha invalida o no posterior a hoy"
003236         GO TO 6000-EXIT
003236     END-IF.
003236
003236     SET APRBCHK-ANOTAR TO TRUE.
003236     MOVE "EXC-BLOQ" TO APRBCHK-TIPO.
003236     MOVE SPACES TO APRBCHK-CLAVE.
003237     MOVE CLIENTE-NUMERO TO APRBCHK-CLAVE.
003237     MOVE SPACES TO APRBCHK-DATO.
003237     MOVE WS-ENTRADA-FECHA TO APRBCHK-DATO.
003237     MOVE WS-OPERADOR TO APRBCHK-SOLICITANTE.
003237     CALL "APRBCHK" USING APRBCHK-PARM.
003237     IF APRBCHK-OK
003237         DISPLAY "Excepcion pendiente de aprobacion, solicitud "
003238             APRBCHK-SECUENCIA
003238     ELSE
003238         DISPLAY "ERROR AL ENCOLAR LA SOLICITUD DE EXCEPCION"
003238     END-IF.
003238 6000-EXIT.
003238     EXIT.
003238
003239*----------------------------------------------------------*
003240*  8000-AUDITAR - Escribe una linea en el rastro CLIAUDIT    *
003250*----------------------------------------------------------*
003260 8000-AUDITAR.
003300     MOVE WS-OPERADOR TO AUD-OPERADOR.
003310     MOVE CLIENTE-NOMBRE TO AUD-CLIENTE.
003320     MOVE WS-ULTIMA-OPERACION TO AUD-OPERACION.
003320     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003320 8000-EXIT.
003320     EXIT.
003320
003320*----------------------------------------------------------*
003320*  8020-AUDITAR-CONTACTO - Un renglon de CLIAUDIT por cada   *
003320*  dato de contacto que cambio, con su valor anterior y su   *
003320*  valor nuevo.                                               *
003320*----------------------------------------------------------*
003320 8020-AUDITAR-CONTACTO.
003320     MOVE "CALLE"            TO WS-AUDITA-CAMPO.
003320     MOVE WS-ANT-CALLE       TO WS-AUDITA-ANTES.
003320     MOVE CLIENTE-CALLE      TO WS-AUDITA-DESPUES.
003320     PERFORM 8030-AUDITAR-CAMPO THRU 8030-EXIT.
003320     MOVE "COLONIA"          TO WS-AUDITA-CAMPO.
003321     MOVE WS-ANT-COLONIA     TO WS-AUDITA-ANTES.
003321     MOVE CLIENTE-COLONIA    TO WS-AUDITA-DESPUES.
003321     PERFORM 8030-AUDITAR-CAMPO THRU 8030-EXIT.
003321     MOVE "CIUDAD"           TO WS-AUDITA-CAMPO.
003321     MOVE WS-ANT-CIUDAD      TO WS-AUDITA-ANTES.
003321     MOVE CLIENTE-CIUDAD     TO WS-AUDITA-DESPUES.
003321     PERFORM 8030-AUDITAR-CAMPO THRU 8030-EXIT.
003321     MOVE "PROVINCIA"        TO WS-AUDITA-CAMPO.
003321     MOVE WS-ANT-PROVINCIA   TO WS-AUDITA-ANTES.
003321     MOVE CLIENTE-PROVINCIA  TO WS-AUDITA-DESPUES.
003321     PERFORM 8030-AUDITAR-CAMPO THRU 8030-EXIT.
003321     MOVE "COD-POSTAL"       TO WS-AUDITA-CAMPO.
003321     MOVE WS-ANT-COD-POSTAL  TO WS-AUDITA-ANTES.
003321     MOVE CLIENTE-COD-POSTAL TO WS-AUDITA-DESPUES.
003321     PERFORM 8030-AUDITAR-CAMPO THRU 8030-EXIT.
003321     MOVE "TELEFONO"         TO WS-AUDITA-CAMPO.
003322     MOVE WS-ANT-TELEFONO    TO WS-AUDITA-ANTES.
003322     MOVE CLIENTE-TELEFONO   TO WS-AUDITA-DESPUES.
003322     PERFORM 8030-AUDITAR-CAMPO THRU 8030-EXIT.
003322     MOVE "EMAIL"            TO WS-AUDITA-CAMPO.
003322     MOVE WS-ANT-EMAIL       TO WS-AUDITA-ANTES.
003322     MOVE CLIENTE-EMAIL      TO WS-AUDITA-DESPUES.
003322     PERFORM 8030-AUDITAR-CAMPO THRU 8030-EXIT.
003322     MOVE "ENTREGA"          TO WS-AUDITA-CAMPO.
003322     MOVE WS-ANT-ENTREGA     TO WS-AUDITA-ANTES.
003322     MOVE CLIENTE-ENTREGA    TO WS-AUDITA-DESPUES.
003322     PERFORM 8030-AUDITAR-CAMPO THRU 8030-EXIT.
003322     MOVE "PORTAL"           TO WS-AUDITA-CAMPO.
003322     MOVE WS-ANT-PORTAL      TO WS-AUDITA-ANTES.
003322     MOVE CLIENTE-PORTAL     TO WS-AUDITA-DESPUES.
003322     PERFORM 8030-AUDITAR-CAMPO THRU 8030-EXIT.
003322 8020-EXIT.
003323     EXIT.
003323
003323 8030-AUDITAR-CAMPO.
003323     IF WS-AUDITA-ANTES = WS-AUDITA-DESPUES
003323         GO TO 8030-EXIT
003323     END-IF.
003323     INITIALIZE AUDIT-REC.
003323     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
003323     ACCEPT AUD-HORA FROM TIME.
003323     MOVE WS-OPERADOR TO AUD-OPERADOR.
003323     MOVE CLIENTE-NOMBRE TO AUD-CLIENTE.
003323     MOVE WS-ULTIMA-OPERACION TO AUD-OPERACION.
003323     MOVE WS-AUDITA-CAMPO TO AUD-CAMPO.
003323     MOVE WS-AUDITA-ANTES TO AUD-ANTES.
003323     MOVE WS-AUDITA-DESPUES TO AUD-DESPUES.
003323     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003324 8030-EXIT.
003324     EXIT.
003324
003324*----------------------------------------------------------*
003324*  8100-GRABAR-AJUSTE - La diferencia entre el saldo nuevo   *
003324*  y el anterior queda en CLIMHIDX como cargo (si sube) o    *
003324*  abono (si baja) de origen AJ; el duplicado sube la        *
003324*  secuencia y reintenta, como en CLIPOST.                    *
003324*----------------------------------------------------------*
003324 8100-GRABAR-AJUSTE.
003324     COMPUTE WS-AJUSTE = CLIENTE-SALDO - WS-SALDO-ANTERIOR.
003324     IF WS-AJUSTE = ZERO
003324         GO TO 8100-EXIT
003324     END-IF.
003324     INITIALIZE MOVH-REC.
003325     MOVE CLIENTE-NUMERO TO MOVH-CLIENTE.
003325     ACCEPT MOVH-FECHA FROM DATE YYYYMMDD.
003325     SET MOVH-DE-AJUSTE TO TRUE.
003325     IF WS-AJUSTE > ZERO
003325         SET MOVH-ES-CARGO TO TRUE
003325         MOVE WS-AJUSTE TO MOVH-MONTO
003325     ELSE
003325         SET MOVH-ES-PAGO TO TRUE
003325         COMPUTE MOVH-MONTO = ZERO - WS-AJUSTE
003325     END-IF.
003325     MOVE 1 TO MOVH-SECUENCIA.
003325     MOVE "N" TO WS-HIST-GRABADO.
003325     PERFORM 8110-INTENTAR-GRABAR THRU 8110-EXIT
003325         UNTIL HISTORIAL-GRABADO
003325         OR MOVH-SECUENCIA > 9999.
003325     IF NOT HISTORIAL-GRABADO
003326         DISPLAY "ERROR AL GRABAR EL AJUSTE EN CLIMHIDX"
003326     END-IF.
003326 8100-EXIT.
003326     EXIT.
003326
003326 8110-INTENTAR-GRABAR.
003326     WRITE MOVH-REC
003326         INVALID KEY
003326             ADD 1 TO MOVH-SECUENCIA
003326         NOT INVALID KEY
003326             SET HISTORIAL-GRABADO TO TRUE
003326     END-WRITE.
003326 8110-EXIT.
003326     EXIT.
003326
003326*----------------------------------------------------------*
003327*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
003327*  (rutina AUDCADEN) y lo graba en CLIAUDIT.                 *
003327*----------------------------------------------------------*
003327 8900-GRABAR-AUDITORIA.
003327*  El ultimo eslabon se toma del rastro al momento de grabar
003327*  (otra terminal pudo haber grabado despues); el renglon ya
003327*  armado se guarda mientras se abre el rastro.
003327     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
003327     MOVE "CLIAUDIT" TO AUDCADEN-ARCHIVO.
003327     MOVE 164 TO AUDCADEN-POSICION.
003327     SET AUDCADEN-ULTIMO TO TRUE.
003327     CALL "AUDCADEN" USING AUDCADEN-PARM.
003327     OPEN EXTEND AUDIT-FILE.
003327     IF NOT WS-AUD-OK
003327         OPEN OUTPUT AUDIT-FILE
003327     END-IF.
003328     IF NOT WS-AUD-OK
003328         MOVE "CLIMANT"        TO ERRHAND-PROGRAMA
003328         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
003328         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
003328         SET ERRHAND-ADVERTENCIA TO TRUE
003328         MOVE "ERROR AL ABRIR CLIAUDIT" TO ERRHAND-MENSAJE
003328         CALL "ERRHAND" USING ERRHAND-PARM
003328         GO TO 8900-EXIT
003328     END-IF.
003328     MOVE AUDCADEN-RENGLON TO AUDIT-REC.
003328     ADD 1 TO AUDCADEN-SECUENCIA.
003328     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
003328     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
003328     SET AUDCADEN-ENCADENAR TO TRUE.
003328     CALL "AUDCADEN" USING AUDCADEN-PARM.
003329     MOVE AUDCADEN-CADENA TO AUD-CADENA.
003330     WRITE AUDIT-REC.
003336     CLOSE AUDIT-FILE.
003342 8900-EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------*
003390*----------------------------------------------------------*
003400 9000-FINALIZAR.
003410     CLOSE CLIENTE-FILE.
003420     CLOSE HISTORIAL-FILE.
003430 9000-EXIT.
003440     EXIT.
