      *                  mixtos (RH-MODE = "M") no aportan          *
      *                  cobertura del barrido clasico de su RH-N   *
      *                  y se saltean.                              *
      * 2026-10-15  JCM  Las corridas de la busqueda dirigida por Z *
      *                  (RH-MODE = "Z") tampoco aportan cobertura: *
      *                  su rango es de Z, no de TOTAL, y se        *
      *                  saltean igual que las mixtas.              *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           ELSE
               IF (RH-EXHAUSTED OR RH-TIME-LIMIT OR RH-OPER-STOP)
                  AND NOT RH-MIXED-MODE
                  AND NOT RH-ZSEARCH-MODE
                  AND RH-LAST-TOTAL >= RH-START-TOTAL
                  AND (WS-FILTER-N = 0 OR RH-N = WS-FILTER-N)
                   IF WS-RUN-COUNT >= WS-RUN-MAX
