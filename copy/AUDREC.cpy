000090* 2026-08-22 JFV  Imagenes antes/despues por campo (AUD-CAMPO,
000100*                 AUD-ANTES, AUD-DESPUES) para que el rastro
000110*                 diga que valor cambio, no solo que cambio.
000112* 2026-10-15 JFV  Cola de encadenado (AUD-SECUENCIA, AUD-CADENA)
000114*                 que llena la rutina AUDCADEN; empieza en la
000116*                 columna 129.  El mismo layout sirve a NOTAAUD
000118*                 y PARMAUD.
000120*----------------------------------------------------------*
000130 01  AUDIT-REC.
000140     05  AUD-FECHA               PIC 9(08).
000260     05  AUD-ANTES               PIC X(30).
000270     05  FILLER                  PIC X(01) VALUE SPACE.
000280     05  AUD-DESPUES             PIC X(30).
000290     05  FILLER                  PIC X(01) VALUE SPACE.
000300     05  AUD-SECUENCIA           PIC 9(09).
000310     05  FILLER                  PIC X(01) VALUE SPACE.
000320     05  AUD-CADENA              PIC X(20).
