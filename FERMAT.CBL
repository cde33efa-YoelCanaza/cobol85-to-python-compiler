      *                  entran en la tabla se calculan directo     *
      *                  como antes. El calculo de exp-x ademas     *
      *                  salio del lazo de Y, donde X no cambia.    *
      * 2026-10-15  JCM  Busqueda dirigida por Z (FP-RUN-MODE =     *
      *                  "Z"): recorre Z de FP-START-Z a FP-END-Z y *
      *                  para cada Z enumera los X e Y menores que  *
      *                  Z contra la potencia de Z, cortando el     *
      *                  lazo de Y en cuanto la suma pasa de largo. *
      *                  Usa la tabla de potencias y FERMXPON como  *
      *                  el barrido; los hallazgos van a            *
      *                  FZSLTnnn[Pp] con FR-TOTAL = X + Y + Z para *
      *                  que FERMVRFY los verifique sin cambios,    *
      *                  con checkpoint y log propios FZCKP/FZLOG.  *
      *                  El historial graba RH-MODE = "Z" con el    *
      *                  rango de Z en los campos de TOTAL.         *
      * 2026-10-15  JCM  Codigo de proyecto solicitante (FP-        *
      *                  PROJECT-CODE): se graba en el registro de  *
      *                  RUN-HISTORY de cada entrada y, como el N   *
      *                  y la particion, en el registro END de      *
      *                  FRUNSTAT (el de la ultima entrada          *
      *                  corrida), para la facturacion de tiempo    *
      *                  de maquina de FERMCHRG.CBL.                *
      * 2026-10-15  JCM  Los archivos de resultados y de            *
      *                  casi-hallazgos de cada entrada se dan de   *
      *                  alta al cerrarlos en el catalogo de        *
      *                  archivos de corrida FRUNCAT con su conteo  *
      *                  de registros y total hash                  *
      *                  (950-CATALOG-OUTPUT, FERMCATW.CBL).        *
      * 2026-10-15  JCM  El trailer de resultados lleva             *
      *                  FT-RUN-MODE en "Z" en la busqueda          *
      *                  dirigida por Z, cuyo rango                 *
      *                  FT-FIRST-TOTAL/FT-LAST-TOTAL es de Z y no  *
      *                  de TOTAL.                                  *
      * 2026-10-15  JCM  El RETURN-CODE del paso se lleva en        *
      *                  WS-STEP-RC, que solo sube, y se pasa a     *
      *                  RETURN-CODE antes del END de FRUNSTAT:     *
      *                  los CALL a FERMXPON y FERMCATW lo volvian  *
      *                  a cero y se perdian el 4 de parada por     *
      *                  operador, el 8 de RQUEFILE ausente y los   *
      *                  codigos de entradas anteriores del sweep.  *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           88  PARM-EOF            VALUE "Y".
       01  WS-SKIPPED-COUNT    PIC 9(9) COMP VALUE 0.

      *-----------------------------------------------------------*
      * RETURN-CODE del paso: solo sube, y se pasa a RETURN-CODE   *
      * recien al grabar el END de FRUNSTAT y terminar, porque     *
      * cada CALL (FERMXPON, FERMCATW) pisa RETURN-CODE con el del *
      * subprograma.                                               *
      *-----------------------------------------------------------*
       01  WS-STEP-RC          PIC 9(02) VALUE 0.
       01  WS-SAVE-RC          PIC S9(09) COMP VALUE 0.

       01  WS-RESULTS-FILENAME PIC X(16).
       01  WS-NMISS-FILENAME   PIC X(16).
       01  WS-CKPT-FILENAME    PIC X(16).
       01  WS-STAT-PART        PIC 9(01) VALUE 0.
       01  WS-STAT-INPUT       PIC X(20).
       01  WS-STAT-RECORDS     PIC 9(18) COMP VALUE 0.
       01  WS-STAT-PROJECT     PIC X(08) VALUE SPACES.
       01  WS-JOB-COMBO-COUNT  PIC 9(18) COMP VALUE 0.
       01  WS-STOP-SW          PIC X(01) VALUE "N".
           88  OPERATOR-STOP       VALUE "Y".
       01  WS-NX               PIC 9(9) COMP VALUE 0.
       01  WS-NY               PIC 9(9) COMP VALUE 0.
       01  WS-NZ               PIC 9(9) COMP VALUE 0.
       01  WS-ZSEARCH-SW       PIC X(01) VALUE "N".
           88  ZSEARCH-MODE        VALUE "Y".
       01  WS-Z-PAST-SW        PIC X(01) VALUE "N".
           88  Z-SUM-PAST          VALUE "Y".
       01  WS-MATCH-TOTAL      PIC 9(9) COMP.
       01  WS-DRIVER-LABEL     PIC X(06) VALUE "TOTAL=".
       01  WS-D-NX             PIC 9(02).
       01  WS-D-NY             PIC 9(02).
       01  WS-D-NZ             PIC 9(02).
       01  WS-PW-CLEAR-IX      PIC 9(9) COMP.

           COPY FERMXPRM.
           COPY FERMCATP.

       01  WS-OVF-X-SW         PIC X(01) VALUE "N".
           88  OVF-X               VALUE "Y".
           END-PERFORM

           CLOSE PARM-FILE
           IF WS-SKIPPED-COUNT > 0 AND WS-STEP-RC < 8
               MOVE 8 TO WS-STEP-RC
           END-IF
           MOVE WS-STEP-RC TO RETURN-CODE
           MOVE "END" TO WS-STAT-PHASE
           MOVE WS-JOB-COMBO-COUNT TO WS-STAT-RECORDS
           PERFORM 900-WRITE-STEP-STATUS
      * las cuatro particiones que FERMMRGE.CBL es capaz de         *
      * combinar. En modo mixto FP-N se ignora y los tres           *
      * exponentes FP-NX/NY/NZ deben venir entre 2 y 99 (el tope    *
      * viene del armado de nombres de archivo FMIXnxnynz). En la   *
      * busqueda dirigida por Z el rango de TOTAL no se usa y lo    *
      * que se valida es el rango FP-START-Z/FP-END-Z.              *
      *-----------------------------------------------------------*
       015-VALIDATE-PARM-ENTRY.
           MOVE "Y" TO WS-VALID-ENTRY-SW
           MOVE SPACES TO WS-SKIP-REASON
           IF FP-MAX-MINUTES      NOT NUMERIC
               OR FP-CKPT-INTERVAL NOT NUMERIC
               OR FP-PARTITION-ID  NOT NUMERIC
               OR (NOT FP-MODE-MIXED AND FP-N NOT NUMERIC)
               OR (NOT FP-MODE-ZSEARCH
                   AND (FP-START-TOTAL NOT NUMERIC
                        OR FP-END-TOTAL NOT NUMERIC))
               MOVE "N" TO WS-VALID-ENTRY-SW
               MOVE "PARM RECORD CONTAINS NON-NUMERIC DATA"
                   TO WS-SKIP-REASON
           ELSE
               IF NOT FP-MODE-SWEEP AND NOT FP-MODE-RECHECK
                  AND NOT FP-MODE-MIXED AND NOT FP-MODE-ZSEARCH
                   MOVE "N" TO WS-VALID-ENTRY-SW
                   MOVE "RUN-MODE MUST BE BLANK, S, R, M OR Z"
                       TO WS-SKIP-REASON
               ELSE
                   IF FP-PARTITION-ID > 4
                               MOVE "N" TO WS-VALID-ENTRY-SW
                               MOVE "N MUST BE >= 2"
                                   TO WS-SKIP-REASON
                           ELSE
                               IF FP-MODE-ZSEARCH
                                   PERFORM 018-VALIDATE-Z-RANGE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 018-VALIDATE-Z-RANGE                                        *
      * Valida el rango de una entrada de busqueda dirigida por Z:  *
      * numerico, y el Z final en cero (sin tope, solo el limite    *
      * de minutos) o no menor que el Z inicial.                    *
      *-----------------------------------------------------------*
       018-VALIDATE-Z-RANGE.
           IF FP-START-Z NOT NUMERIC OR FP-END-Z NOT NUMERIC
               MOVE "N" TO WS-VALID-ENTRY-SW
               MOVE "Z RANGE CONTAINS NON-NUMERIC DATA"
                   TO WS-SKIP-REASON
           ELSE
               IF FP-END-Z > 0 AND FP-END-Z < FP-START-Z
                   MOVE "N" TO WS-VALID-ENTRY-SW
                   MOVE "END-Z MUST BE ZERO OR >= START-Z"
                       TO WS-SKIP-REASON
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 020-RUN-SWEEP-ENTRY                                         *
      * Ejecuta una busqueda completa para un registro de           *
      * estadisticas de la corrida anterior del sweep y corre       *
      * 100-MAIN-LOOP. Una entrada invalida se saltea (para no      *
      * tirar abajo el resto del sweep) dejando constancia con      *
      * RETURN-CODE = 8 al final. En la busqueda dirigida por Z la  *
      * variable total del lazo principal lleva el Z corriente, y   *
      * el checkpoint, el trailer y el historial quedan en Z.       *
      *-----------------------------------------------------------*
       020-RUN-SWEEP-ENTRY.
           PERFORM 015-VALIDATE-PARM-ENTRY
                   MOVE 1    TO WS-PW-SLOT-Y
                   MOVE 1    TO WS-PW-SLOT-Z
               END-IF
               IF FP-MODE-ZSEARCH
                   MOVE "Y"  TO WS-ZSEARCH-SW
                   MOVE "Z=" TO WS-DRIVER-LABEL
               ELSE
                   MOVE "N"  TO WS-ZSEARCH-SW
                   MOVE "TOTAL=" TO WS-DRIVER-LABEL
               END-IF
               PERFORM 045-RESET-POWER-TABLE
               IF ZSEARCH-MODE
                   IF FP-START-Z >= 3
                       MOVE FP-START-Z TO WS-START-TOTAL
                   ELSE
                       MOVE 3 TO WS-START-TOTAL
                   END-IF
                   MOVE FP-END-Z TO WS-MAX-TOTAL
               ELSE
                   IF FP-START-TOTAL >= 3
                       MOVE FP-START-TOTAL TO WS-START-TOTAL
                   ELSE
                       MOVE 3 TO WS-START-TOTAL
                   END-IF
                   MOVE FP-END-TOTAL TO WS-MAX-TOTAL
               END-IF
               MOVE FP-MAX-MINUTES TO WS-MAX-MINUTES
               IF FP-CKPT-INTERVAL > 0
                   MOVE FP-CKPT-INTERVAL TO WS-CKPT-INTERVAL
                   MOVE 1 TO WS-CKPT-INTERVAL
               END-IF
               IF FP-NEARMISS-TOL NUMERIC AND NOT MIXED-MODE
                  AND NOT ZSEARCH-MODE
                   MOVE FP-NEARMISS-TOL TO WS-NEARMISS-TOL
               ELSE
                   MOVE 0 TO WS-NEARMISS-TOL
                   CLOSE FERMAT-NEARMISS
               END-IF
               CLOSE FERMAT-LOG
               MOVE WS-RESULTS-FILENAME TO KP-DATASET
               MOVE n               TO KP-N
               MOVE FP-PARTITION-ID TO KP-PARTITION
               PERFORM 950-CATALOG-OUTPUT
               IF WS-NEARMISS-TOL > 0
                   MOVE WS-NMISS-FILENAME TO KP-DATASET
                   PERFORM 950-CATALOG-OUTPUT
               END-IF
               PERFORM 600-WRITE-RUN-HISTORY
               MOVE n TO WS-STAT-N
               MOVE FP-PARTITION-ID TO WS-STAT-PART
               MOVE FP-PROJECT-CODE TO WS-STAT-PROJECT
               ADD WS-COMBO-COUNT TO WS-JOB-COMBO-COUNT
           END-IF.

      * pisar el archivo de la corrida original que se quiere       *
      * comparar. En modo mixto los nombres llevan los tres         *
      * exponentes (FMIXnxnynz y sus FMCK/FMLG) y los arma          *
      * 035-BUILD-MIXED-FILENAMES; en la busqueda dirigida por Z    *
      * los arma 038-BUILD-ZSEARCH-FILENAMES.                       *
      *-----------------------------------------------------------*
       030-BUILD-DYNAMIC-FILENAMES.
           IF MIXED-MODE
               PERFORM 035-BUILD-MIXED-FILENAMES
           ELSE
               IF ZSEARCH-MODE
                   PERFORM 038-BUILD-ZSEARCH-FILENAMES
               ELSE
                   PERFORM 037-BUILD-CLASSIC-FILENAMES
               END-IF
           END-IF.

      *-----------------------------------------------------------*
                   INTO WS-LOG-FILENAME
           END-IF.

      *-----------------------------------------------------------*
      * 038-BUILD-ZSEARCH-FILENAMES                                 *
      * Arma los nombres de archivo de la busqueda dirigida por Z:  *
      * resultados FZSLTnnn, checkpoint FZCKPnnn y log FZLOGnnn,    *
      * con el sufijo Pp cuando la corrida esta particionada, para  *
      * que nunca se mezclen con los del barrido por TOTAL del      *
      * mismo N. El casi-hallazgo no existe en este modo.           *
      *-----------------------------------------------------------*
       038-BUILD-ZSEARCH-FILENAMES.
           MOVE n TO WS-D-N
           MOVE SPACES TO WS-RESULTS-FILENAME
           MOVE SPACES TO WS-CKPT-FILENAME
           MOVE SPACES TO WS-LOG-FILENAME
           IF FP-PARTITION-ID = 0
               STRING "FZSLT" WS-D-N DELIMITED BY SIZE
                   INTO WS-RESULTS-FILENAME
               STRING "FZCKP" WS-D-N DELIMITED BY SIZE
                   INTO WS-CKPT-FILENAME
               STRING "FZLOG" WS-D-N DELIMITED BY SIZE
                   INTO WS-LOG-FILENAME
           ELSE
               MOVE FP-PARTITION-ID TO WS-D-PART
               STRING "FZSLT" WS-D-N "P" WS-D-PART DELIMITED BY SIZE
                   INTO WS-RESULTS-FILENAME
               STRING "FZCKP" WS-D-N "P" WS-D-PART DELIMITED BY SIZE
                   INTO WS-CKPT-FILENAME
               STRING "FZLOG" WS-D-N "P" WS-D-PART DELIMITED BY SIZE
                   INTO WS-LOG-FILENAME
           END-IF.

      *-----------------------------------------------------------*
      * 040-OPEN-FERMAT-LOG                                         *
      * Abre el FERMAT-LOG dinamico de esta entrada de sweep en     *
      * los hallazgos donde X, Y y Z comparten un divisor (los      *
      * multiplos escalados de una solucion ya conocida, como       *
      * 6-8-10 de 3-4-5) no se graban y se cuentan en               *
      * WS-SUPPRESSED-COUNT para la linea de progreso. En la        *
      * busqueda dirigida por Z el TOTAL grabado es X + Y + Z, el   *
      * mismo que le habria dado el barrido por TOTAL.              *
      *-----------------------------------------------------------*
       120-RECORD-MATCH.
           IF PRIMITIVE-FILTER-ON
                       " TOTAL=" total " X=" x " Y=" y
                       " Z=" z
               ELSE
                   IF ZSEARCH-MODE
                       COMPUTE WS-MATCH-TOTAL = x + y + z
                   ELSE
                       MOVE total TO WS-MATCH-TOTAL
                   END-IF
                   MOVE n     TO FR-N
                   MOVE WS-MATCH-TOTAL TO FR-TOTAL
                   MOVE x     TO FR-X
                   MOVE y     TO FR-Y
                   MOVE z     TO FR-Z
                   WRITE FERMAT-RESULT-RECORD
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY "MATCH FOUND - N=" n
                       " TOTAL=" WS-MATCH-TOTAL " X=" x " Y=" y
                       " Z=" z
               END-IF
           END-IF.
      * los totales de control de esta corrida: hallazgos y combos  *
      * contados y el rango de TOTAL realmente cubierto (desde el   *
      * primer TOTAL procesado, que en una reanudacion es el del    *
      * checkpoint y no el FP-START-TOTAL del parm). En la busqueda *
      * dirigida por Z ese rango es de Z, no de TOTAL, y el trailer *
      * lo dice con FT-RUN-MODE en "Z". Una corrida reanudada       *
      * agrega su propio trailer despues del anterior, asi que      *
      * FERMRCNC.CBL concilia cada segmento por separado y un       *
      * archivo que no termina en trailer quedo truncado.           *
      *-----------------------------------------------------------*
       250-WRITE-RESULTS-TRAILER.
           MOVE SPACES TO FERMAT-TRAILER-RECORD
           MOVE WS-COMBO-COUNT     TO FT-COMBO-COUNT
           MOVE WS-FIRST-TOTAL     TO FT-FIRST-TOTAL
           MOVE WS-LAST-COMPLETED-TOTAL TO FT-LAST-TOTAL
           IF ZSEARCH-MODE
               MOVE "Z" TO FT-RUN-MODE
           END-IF
           WRITE FERMAT-TRAILER-RECORD.

      *-----------------------------------------------------------*
           MOVE WS-SUPPRESSED-COUNT TO WS-D-SUPPRESSED
           MOVE WS-ELAPSED-SECONDS TO WS-D-ELAPSED
           MOVE SPACES TO WS-PROGRESS-LINE
           STRING "PROGRESS N=" WS-D-N " " DELIMITED BY SIZE
                  WS-DRIVER-LABEL DELIMITED BY SPACE
                  WS-D-TOTAL
                  " COMBOS=" WS-D-COMBOS
                  " OVERFLOWS=" WS-D-OVERFLOWS
                  " SUPPRESSED=" WS-D-SUPPRESSED
           MOVE total TO WS-D-TOTAL
           MOVE x     TO WS-D-X
           MOVE SPACES TO WS-PROGRESS-LINE
           STRING "STOPPED BY OPERATOR - N=" WS-D-N " "
                      DELIMITED BY SIZE
                  WS-DRIVER-LABEL DELIMITED BY SPACE
                  WS-D-TOTAL
                  " LAST-COMPLETED-X=" WS-D-X
               DELIMITED BY SIZE INTO WS-PROGRESS-LINE
           MOVE WS-PROGRESS-LINE TO FERMAT-LOG-RECORD
           MOVE WS-OVERFLOW-COUNT     TO RH-OVERFLOWS
           MOVE WS-MATCH-COUNT        TO RH-MATCHES
           MOVE WS-ELAPSED-SECONDS    TO RH-ELAPSED-SECS
           MOVE FP-PROJECT-CODE       TO RH-PROJECT-CODE
           EVALUATE TRUE
               WHEN RECHECK-MODE
                   MOVE "RECHECK  " TO RH-STATUS
           EVALUATE TRUE
               WHEN MIXED-MODE
                   MOVE "M" TO RH-MODE
               WHEN ZSEARCH-MODE
                   MOVE "Z" TO RH-MODE
               WHEN RECHECK-MODE
                   MOVE "R" TO RH-MODE
               WHEN OTHER
           MOVE total TO WS-FIRST-TOTAL
           PERFORM 400-CHECK-SEARCH-LIMIT
           PERFORM UNTIL SEARCH-LIMIT-REACHED OR OPERATOR-STOP
               IF ZSEARCH-MODE
                   PERFORM 115-SEARCH-ONE-Z
               ELSE
                   PERFORM 110-SEARCH-ONE-TOTAL
               END-IF
               IF NOT OPERATOR-STOP
                   MOVE total TO WS-LAST-COMPLETED-TOTAL
                   ADD 1 TO total
           END-PERFORM
           IF OPERATOR-STOP
               PERFORM 520-WRITE-STOP-LINE
               IF ZSEARCH-MODE
                   DISPLAY "STOPPED BY OPERATOR - N=" n
                       " Z=" total " LAST COMPLETED X=" x
               ELSE
                   DISPLAY "STOPPED BY OPERATOR - N=" n
                       " TOTAL=" total " LAST COMPLETED X=" x
               END-IF
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           ELSE
               IF WS-LAST-COMPLETED-TOTAL > 0
                   IF ZSEARCH-MODE
                       DISPLAY "SEARCH EXHAUSTED TO Z="
                           WS-LAST-COMPLETED-TOTAL
                   ELSE
                       DISPLAY "SEARCH EXHAUSTED TO TOTAL="
                           WS-LAST-COMPLETED-TOTAL
                   END-IF
               ELSE
                   DISPLAY "SEARCH LIMIT REACHED BEFORE ANY TOTAL "
                       "WAS PROCESSED"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------*
      * 115-SEARCH-ONE-Z                                            *
      * Busqueda dirigida por Z: con el Z corriente (la variable    *
      * total del lazo principal) enumera los X e Y de 1 a Z - 1,   *
      * en los dos ordenes igual que el barrido por TOTAL, contra   *
      * la potencia de Z calculada una sola vez. Para un X dado la  *
      * suma crece con Y, asi que en cuanto pasa de largo a EXP-Z   *
      * el resto de los Y no puede dar hallazgo y el lazo de Y se   *
      * corta. El checkpoint y el pedido de parada se atienden al   *
      * terminar cada X, como en 110-SEARCH-ONE-TOTAL.              *
      *-----------------------------------------------------------*
       115-SEARCH-ONE-Z.
           MOVE total        TO z
           MOVE z            TO WS-BASE
           MOVE WS-PW-SLOT-Z TO WS-PW-SLOT-NO
           PERFORM 420-GET-POWER
           MOVE WS-RESULT      TO exp-z
           MOVE WS-OVERFLOW-SW TO WS-OVF-Z-SW
           IF RESUMING-SEARCH
               COMPUTE x = WS-RESUME-X + 1
               MOVE "N" TO WS-RESUME-SW
           ELSE
               MOVE 1 TO x
           END-IF
           PERFORM UNTIL x > z - 1 OR OPERATOR-STOP
               MOVE x            TO WS-BASE
               MOVE WS-PW-SLOT-X TO WS-PW-SLOT-NO
               PERFORM 420-GET-POWER
               MOVE WS-RESULT      TO exp-x
               MOVE WS-OVERFLOW-SW TO WS-OVF-X-SW
               MOVE "N" TO WS-Z-PAST-SW
               MOVE 1 TO y
               PERFORM UNTIL y > z - 1 OR Z-SUM-PAST
                   MOVE y            TO WS-BASE
                   MOVE WS-PW-SLOT-Y TO WS-PW-SLOT-NO
                   PERFORM 420-GET-POWER
                   MOVE WS-RESULT      TO exp-y
                   MOVE WS-OVERFLOW-SW TO WS-OVF-Y-SW

                   IF OVF-X OR OVF-Y OR OVF-Z
                       ADD 1 TO WS-OVERFLOW-COUNT
                   ELSE
                       MOVE "A"   TO XP-FUNCTION
                       MOVE exp-x TO XP-OPERAND-1
                       MOVE exp-y TO XP-OPERAND-2
                       CALL "FERMXPON" USING FERMAT-XP-PARM
                       IF XP-OVERFLOW
                           ADD 1 TO WS-OVERFLOW-COUNT
                       ELSE
                           MOVE XP-RESULT TO suma
                           IF suma = exp-z
                               PERFORM 120-RECORD-MATCH
                           ELSE
                               IF suma > exp-z
                                   MOVE "Y" TO WS-Z-PAST-SW
                               END-IF
                           END-IF
                       END-IF
                   END-IF

                   ADD 1 TO WS-COMBO-COUNT
                   MOVE y TO WS-LAST-Y
                   ADD 1 TO y
               END-PERFORM
               ADD 1 TO WS-CKPT-COUNTER
               IF WS-CKPT-COUNTER >= WS-CKPT-INTERVAL
                   PERFORM 300-WRITE-CHECKPOINT
                   MOVE 0 TO WS-CKPT-COUNTER
               END-IF
               PERFORM 410-CHECK-STOP-REQUEST
               IF OPERATOR-STOP
                   PERFORM 300-WRITE-CHECKPOINT
               END-IF
               IF NOT OPERATOR-STOP
                   ADD 1 TO x
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------*
      * 160-RUN-RECHECK-REQUESTS                                    *
      * Modo re-busqueda dirigida: lee los registros N/TOTAL que    *
           IF NOT RQ-FOUND-OK
               DISPLAY "REQUEUE FILE NOT FOUND - RQUEFILE - STATUS="
                   WS-RQ-STATUS
               IF WS-STEP-RC < 8
                   MOVE 8 TO WS-STEP-RC
               END-IF
           ELSE
               PERFORM UNTIL RQ-EOF
                   READ REQUEUE-FILE
               MOVE WS-STAT-INPUT     TO ST-INPUT
               MOVE WS-STAT-RECORDS   TO ST-RECORDS
               MOVE RETURN-CODE       TO ST-RETURN-CODE
               MOVE WS-STAT-PROJECT   TO ST-PROJECT-CODE
               WRITE FERMAT-STEP-RECORD
               CLOSE RUN-STATUS
           END-IF.

      *-----------------------------------------------------------*
      * 950-CATALOG-OUTPUT                                          *
      * Da de alta en el catalogo FRUNCAT (FERMCATL.CPY) el archivo *
      * de salida ya cerrado cuyo nombre quedo en KP-DATASET, con   *
      * su conteo de registros y total hash, por medio de           *
      * FERMCATW.CBL. Un problema con el catalogo avisa pero no     *
      * tira abajo el paso, igual que con FRUNSTAT. El CALL pisa    *
      * RETURN-CODE, que se guarda y se repone.                     *
      *-----------------------------------------------------------*
       950-CATALOG-OUTPUT.
           MOVE "W"        TO KP-FUNCTION
           MOVE "FERMAT  " TO KP-PROGRAM
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "FERMCATW" USING FERMAT-CAT-PARM
           MOVE WS-SAVE-RC TO RETURN-CODE
           IF KP-CATALOG-FAILED
               DISPLAY "FERMAT - OUTPUT NOT CATALOGED - " KP-DATASET
                   " STATUS=" KP-FILE-STATUS
           END-IF.

       END PROGRAM FERMAT.
