000010*----------------------------------------------------------*
000020*  ENFEREC.CPY                                               *
000030*  Layout de las visitas a la enfermeria (archivo ENFEIDX,   *
000040*  clave IDEN+FECHA+HORA): malestar, atencion dada,          *
000050*  medicamento y dosis, y si el estudiante se envio a su     *
000060*  casa (ausencia justificada en ASISIDX).  ENFE-ALERTA      *
000070*  queda en S cuando el medicamento coincidio con las        *
000080*  alergias de EMERIDX y la enfermera confirmo.  El curso    *
000090*  se fija al capturar, como en INCIREC.  Compartido por la  *
000100*  captura ENFEMANT, las notas al tutor ENFENOTA y el        *
000110*  resumen mensual ENFEREPT.                                 *
000120*----------------------------------------------------------*
000130* 2026-10-15 JFV  Creacion inicial.
000140*----------------------------------------------------------*
000150 01  ENFE-REC.
000160     05  ENFE-CLAVE.
000170         10  ENFE-IDEN           PIC X(05).
000180         10  ENFE-FECHA.
000190             15  ENFE-FEC-AAAA   PIC 9(04).
000200             15  ENFE-FEC-MM     PIC 9(02).
000210             15  ENFE-FEC-DD     PIC 9(02).
000220         10  ENFE-HORA.
000230             15  ENFE-HOR-HH     PIC 9(02).
000240             15  ENFE-HOR-MI     PIC 9(02).
000250     05  ENFE-MALESTAR           PIC X(40).
000260     05  ENFE-ATENCION           PIC X(40).
000270     05  ENFE-MEDICAMENTO        PIC X(20).
000280     05  ENFE-DOSIS              PIC X(15).
000290     05  ENFE-A-CASA             PIC X(01).
000300         88  ENFE-ENVIADO-A-CASA         VALUE "S".
000310         88  ENFE-REGRESA-A-CLASE        VALUE "N".
000320     05  ENFE-ALERTA             PIC X(01).
000330         88  ENFE-CON-ALERTA             VALUE "S".
000340         88  ENFE-SIN-ALERTA             VALUE "N".
000350     05  ENFE-CURSO              PIC X(10).
000360     05  ENFE-NOTA               PIC X(01).
000370         88  ENFE-NOTA-PENDIENTE         VALUE "P".
000380         88  ENFE-NOTA-EMITIDA           VALUE "E".
000390     05  ENFE-FEC-NOTA           PIC 9(08).
000400     05  ENFE-OPERADOR           PIC X(20).
000410     05  ENFE-FEC-CAPTURA        PIC 9(08).
