      *                  fin al archivo comun de estado de la      *
      *                  cadena nocturna FRUNSTAT (FERMSTRC.CPY),  *
      *                  que FERMSINQ.CBL consulta.                *
      * 2026-10-15  JCM  Las entradas de busqueda dirigida por Z    *
      *                  (FP-RUN-MODE = "Z") no se cargan como      *
      *                  particiones: barren un rango de Z con sus  *
      *                  propios archivos FZ y no cubren TOTAL.     *
      * 2026-10-15  JCM  El registro de FRUNSTAT lleva ahora el     *
      *                  proyecto de la corrida (ST-PROJECT-CODE);  *
      *                  este paso no trabaja para un proyecto en   *
      *                  particular y lo graba en blanco.           *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
      * FP-END-TOTAL (que FERMAT.CBL acepta y barre en vacio), son  *
      * ya errores de armado del parm; la entrada invertida no se   *
      * carga, asi toda particion usada cubre su propio START y el  *
      * recorrido de 055-ADVANCE-COVERAGE siempre avanza. Las       *
      * entradas de busqueda dirigida por Z no cubren TOTAL y se    *
      * ignoran.                                                    *
      *-----------------------------------------------------------*
       020-LOAD-PARM-ENTRIES.
           MOVE "N" TO WS-PT-USED-SW (1) WS-PT-USED-SW (2)
       025-LOAD-ONE-PARM-ENTRY.
           IF FP-N NUMERIC AND FP-PARTITION-ID NUMERIC
              AND FP-START-TOTAL NUMERIC AND FP-END-TOTAL NUMERIC
               IF FP-N = WS-AUDIT-N AND NOT FP-MODE-ZSEARCH
                  AND FP-PARTITION-ID >= 1 AND FP-PARTITION-ID <= 4
                   MOVE FP-PARTITION-ID TO WS-P
                   IF FP-START-TOTAL > FP-END-TOTAL
               MOVE "PARMFILE"        TO ST-INPUT
               MOVE WS-STAT-RECORDS   TO ST-RECORDS
               MOVE RETURN-CODE       TO ST-RETURN-CODE
               MOVE SPACES            TO ST-PROJECT-CODE
               WRITE FERMAT-STEP-RECORD
               CLOSE RUN-STATUS
           END-IF.
