000010*----------------------------------------------------------*
000020*  RECEREC.CPY                                               *
000030*  Layout del archivo de recertificacion de accesos          *
000040*  (RECERIDX, clave RECER-USERNAME, una por cuenta de        *
000050*  LOGINUSR): departamento y jefe que firma la cuenta, y el  *
000060*  estado de la recertificacion del trimestre en curso.      *
000070*  Lo abre USRRECER, lo contesta el jefe en RECECAPT y lo    *
000080*  cierra USRRECVE al vencer el plazo.                       *
000090*----------------------------------------------------------*
000100* 2026-10-15 JFV  Creacion inicial.
000110*----------------------------------------------------------*
000120 01  RECER-REC.
000130     05  RECER-USERNAME          PIC X(20).
000140     05  RECER-DEPTO             PIC X(20).
000150     05  RECER-JEFE              PIC X(20).
000160     05  RECER-TRIMESTRE         PIC 9(05).
000170     05  RECER-TRIMESTRE-R REDEFINES RECER-TRIMESTRE.
000180         10  RECER-TRI-ANIO      PIC 9(04).
000190         10  RECER-TRI-NUMERO    PIC 9(01).
000200     05  RECER-ESTADO            PIC X(01).
000210         88  RECER-PENDIENTE             VALUE "P".
000220         88  RECER-CONFIRMADA            VALUE "C".
000230         88  RECER-NO-REQUERIDA          VALUE "N".
000240         88  RECER-DESACTIVADA           VALUE "D".
000250     05  RECER-FEC-LIMITE        PIC 9(08).
000260     05  RECER-FEC-RESPUESTA     PIC 9(08).
000270     05  RECER-RESPONDIO         PIC X(20).
