      *                  mixtos (RH-MODE = "M") no cuentan para la  *
      *                  tasa ni la reanudacion del barrido         *
      *                  clasico de su RH-N y se saltean.           *
      * 2026-10-15  JCM  Las corridas de la busqueda dirigida por Z *
      *                  (RH-MODE = "Z") tampoco cuentan para la    *
      *                  tasa ni la reanudacion del barrido por     *
      *                  TOTAL: su rango y sus combos son por Z.    *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              AND RH-COMBOS NUMERIC AND RH-ELAPSED-SECS NUMERIC
              AND (RH-EXHAUSTED OR RH-TIME-LIMIT OR RH-OPER-STOP)
              AND NOT RH-MIXED-MODE
              AND NOT RH-ZSEARCH-MODE
               PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-PLAN-COUNT
                   IF RH-N = WS-PL-N (WS-E)
