      *                  vez de rechazarse como registros          *
      *                  corruptos, asi los archivos FMIX tambien  *
      *                  se concilian antes de la verificacion.    *
      * 2026-10-15  JCM  El registro de FRUNSTAT lleva ahora el     *
      *                  proyecto de la corrida (ST-PROJECT-CODE);  *
      *                  este paso no trabaja para un proyecto en   *
      *                  particular y lo graba en blanco.           *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               MOVE WS-IN-NAME        TO ST-INPUT
               MOVE WS-STAT-RECORDS   TO ST-RECORDS
               MOVE RETURN-CODE       TO ST-RETURN-CODE
               MOVE SPACES            TO ST-PROJECT-CODE
               WRITE FERMAT-STEP-RECORD
               CLOSE RUN-STATUS
           END-IF.
