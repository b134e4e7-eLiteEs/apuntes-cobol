000140*----------------------------------------------------------*
000150*  MODIFICATIONS.
000160*  2026-08-22 JFV  Creacion inicial.
000162*  2026-10-15 JFV  Los renglones IMAGEN del rastro (copia
000164*                  del registro para la recuperacion) no son
000166*                  movimientos y no se resumen.
000170*----------------------------------------------------------*
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. ESCMOVIM.
001500         AT END
001510             SET WS-AUD-FIN-ARCHIVO TO TRUE
001520         NOT AT END
001525             IF AUD-OPERACION NOT = "IMAGEN"
001530                 COMPUTE WORK-MES = AUD-FECHA / 100
001540                 MOVE AUD-OPERACION TO WORK-OPERACION
001550                 MOVE AUD-OPERADOR  TO WORK-OPERADOR
001560                 RELEASE WORK-REC
001565             END-IF
001570     END-READ.
001580 2110-EXIT.
001590     EXIT.
