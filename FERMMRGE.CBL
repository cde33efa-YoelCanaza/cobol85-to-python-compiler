      *                  fin al archivo comun de estado de la      *
      *                  cadena nocturna FRUNSTAT (FERMSTRC.CPY),  *
      *                  que FERMSINQ.CBL consulta.                *
      * 2026-10-15  JCM  El registro de FRUNSTAT lleva ahora el     *
      *                  proyecto de la corrida (ST-PROJECT-CODE);  *
      *                  este paso no trabaja para un proyecto en   *
      *                  particular y lo graba en blanco.           *
      * 2026-10-15  JCM  El archivo combinado se da de alta al      *
      *                  cerrarlo en el catalogo de archivos de     *
      *                  corrida FRUNCAT con su conteo de           *
      *                  registros y total hash                     *
      *                  (950-CATALOG-OUTPUT, FERMCATW.CBL).        *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  FILLER          PIC X(09) VALUE " WRITTEN=".
           05  WS-AO-WRITTEN   PIC 9(09).

           COPY FERMCATP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-READ-MERGE-CONTROL
           PERFORM 250-WRITE-OUTPUT-TRAILER
           PERFORM 300-WRITE-AUDIT-LINES
           PERFORM 800-CLOSE-ALL-FILES
           MOVE WS-OUT-NAME TO KP-DATASET
           IF MERGE-N-SET
               MOVE WS-MERGE-N TO KP-N
           ELSE
               MOVE 0 TO KP-N
           END-IF
           MOVE 0 TO KP-PARTITION
           PERFORM 950-CATALOG-OUTPUT

           DISPLAY "FERMMRGE - MERGE COMPLETE - OUTPUT=" WS-OUT-NAME
           MOVE "END" TO WS-STAT-PHASE
               MOVE WS-OUT-NAME       TO ST-INPUT
               MOVE WS-STAT-RECORDS   TO ST-RECORDS
               MOVE RETURN-CODE       TO ST-RETURN-CODE
               MOVE SPACES            TO ST-PROJECT-CODE
               WRITE FERMAT-STEP-RECORD
               CLOSE RUN-STATUS
           END-IF.

      *-----------------------------------------------------------*
      * 950-CATALOG-OUTPUT                                          *
      * Da de alta en el catalogo FRUNCAT (FERMCATL.CPY) el archivo *
      * de salida ya cerrado cuyo nombre quedo en KP-DATASET, con   *
      * su conteo de registros y total hash, por medio de           *
      * FERMCATW.CBL. Un problema con el catalogo avisa pero no     *
      * tira abajo el paso, igual que con FRUNSTAT.                 *
      *-----------------------------------------------------------*
       950-CATALOG-OUTPUT.
           MOVE "W"        TO KP-FUNCTION
           MOVE "FERMMRGE" TO KP-PROGRAM
           CALL "FERMCATW" USING FERMAT-CAT-PARM
           IF KP-CATALOG-FAILED
               DISPLAY "FERMMRGE - OUTPUT NOT CATALOGED - " KP-DATASET
                   " STATUS=" KP-FILE-STATUS
           END-IF.

       END PROGRAM FERMMRGE.
