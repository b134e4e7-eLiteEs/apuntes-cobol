000060*----------------------------------------------------------*
000070*  MODIFICATIONS.
000080*  2024-07-22 JFV  Creacion inicial.
000081*  2026-10-15 JFV  Domicilio postal, telefono, correo y
000082*                  preferencia de entrega (papel, correo
000083*                  o ambos; en blanco, aun no capturada)
000084*                  del tutor de la cuenta.
000085*  2026-10-15 JFV  CLIENTE-PORTAL: el tutor pidio (N) que sus
000086*                  datos y los de sus hijos no salgan al
000087*                  portal de padres; en blanco cuenta como S.
000090*----------------------------------------------------------*
000100 01  CLIENTE-REC.
000110     05  CLIENTE-NUMERO              PIC X(06).
000140         88  CLIENTE-ACTIVO                  VALUE "A".
000150         88  CLIENTE-INACTIVO                 VALUE "I".
000160     05  CLIENTE-SALDO               PIC S9(07)V99.
000170     05  CLIENTE-DIRECCION.
000180         10  CLIENTE-CALLE           PIC X(40).
000190         10  CLIENTE-COLONIA         PIC X(30).
000200         10  CLIENTE-CIUDAD          PIC X(25).
000210         10  CLIENTE-PROVINCIA       PIC X(20).
000220         10  CLIENTE-COD-POSTAL      PIC X(05).
000230     05  CLIENTE-TELEFONO            PIC X(12).
000240     05  CLIENTE-EMAIL               PIC X(40).
000250     05  CLIENTE-ENTREGA             PIC X(01).
000260         88  CLIENTE-ENTREGA-PAPEL           VALUE "P".
000270         88  CLIENTE-ENTREGA-CORREO          VALUE "E".
000280         88  CLIENTE-ENTREGA-AMBOS           VALUE "A".
000290         88  CLIENTE-ENTREGA-VALIDA          VALUE "P" "E" "A".
000300         88  CLIENTE-RECIBE-PAPEL            VALUE "P" "A".
000310         88  CLIENTE-RECIBE-CORREO           VALUE "E" "A".
000315         88  CLIENTE-ENTREGA-PENDIENTE       VALUE " ".
000320     05  CLIENTE-PORTAL              PIC X(01).
000330         88  CLIENTE-EN-PORTAL               VALUE "S" " ".
000340         88  CLIENTE-FUERA-PORTAL            VALUE "N".
