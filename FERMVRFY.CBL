      *                  se graba con VR-N = FX-NX; el MISMATCH     *
      *                  mixto no se re-encola porque la            *
      *                  re-busqueda dirigida es de N unico.        *
      * 2026-10-15  JCM  El registro de FRUNSTAT lleva ahora el     *
      *                  proyecto de la corrida (ST-PROJECT-CODE);  *
      *                  este paso no trabaja para un proyecto en   *
      *                  particular y lo graba en blanco.           *
      * 2026-10-15  JCM  El reporte de verificacion y el archivo    *
      *                  de re-encolado se dan de alta al           *
      *                  cerrarlos en el catalogo de archivos de    *
      *                  corrida FRUNCAT con su conteo de           *
      *                  registros y total hash                     *
      *                  (950-CATALOG-OUTPUT, FERMCATW.CBL).        *
      * 2026-10-15  JCM  Un hallazgo CONFIRMED con N>=3 (clasico,   *
      *                  no mixto) se desvia a la cuarentena        *
      *                  FQUARAN (FERMQUAR.CPY) como incidente      *
      *                  OPEN con el archivo verificado, el         *
      *                  veredicto y la corrida/particion que lo    *
      *                  produjo segun FERMHIST, y con VC-REQUEUE   *
      *                  informado su TOTAL se re-encola para que   *
      *                  FERMCOMP.CBL lo re-compruebe               *
      *                  (500-QUARANTINE-FINDING). Con hallazgos    *
      *                  en cuarentena el paso termina con          *
      *                  RETURN-CODE 4 como minimo; 8 si alguno no  *
      *                  se pudo desviar.                           *
      * 2026-10-15  JCM  Un incidente que no se pudo grabar o       *
      *                  regrabar en FQUARAN ya no se cuenta como   *
      *                  en cuarentena ni se re-encola; solo suma   *
      *                  a los no desviados (RETURN-CODE 8).        *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT QUARANTINE-FILE ASSIGN TO "FQUARAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QU-KEY
               FILE STATUS IS WS-QUAR-STATUS.

           SELECT RUN-HISTORY ASSIGN TO "FERMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VRFY-CTL
           RECORDING MODE IS F.
           COPY FERMSTRC.

       FD  QUARANTINE-FILE
           RECORDING MODE IS F.
           COPY FERMQUAR.

       FD  RUN-HISTORY
           RECORDING MODE IS F.
           COPY FERMHIST.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS       PIC X(02).
           88  CTL-FOUND-OK        VALUE "00".
       01  WS-TRAILER-COUNT    PIC 9(9) COMP VALUE 0.
       01  WS-MIXED-COUNT      PIC 9(9) COMP VALUE 0.

      *-----------------------------------------------------------*
      * Cuarentena de hallazgos CONFIRMED con N>=3 (FQUARAN,       *
      * FERMQUAR.CPY). El archivo se abre recien con el primero;   *
      * si no se puede abrir, WS-QUAR-OPEN-SW queda en "X" y cada  *
      * hallazgo que no se pudo desviar se cuenta como falla.      *
      *-----------------------------------------------------------*
       01  WS-QUAR-STATUS      PIC X(02).
           88  QUAR-OK             VALUE "00".
           88  QUAR-NOT-FOUND      VALUE "35".
       01  WS-QUAR-OPEN-SW     PIC X(01) VALUE "N".
           88  QUAR-IS-OPEN        VALUE "Y".
           88  QUAR-UNAVAILABLE    VALUE "X".
       01  WS-QUAR-COUNT       PIC 9(9) COMP VALUE 0.
       01  WS-QUAR-FAIL-COUNT  PIC 9(9) COMP VALUE 0.
       01  WS-QUAR-DATE        PIC 9(08).
       01  WS-QUAR-TIME        PIC 9(08).
       01  WS-HIST-STATUS      PIC X(02).
           88  HIST-FOUND-OK       VALUE "00".
       01  WS-HIST-EOF-SW      PIC X(01).
           88  HIST-EOF            VALUE "Y".

      *-----------------------------------------------------------*
      * Campos de trabajo de 200-CALC-EXP-EXTENDED: eleva          *
      * WS-V-BASE a WS-V-EXP con el subprograma de 36 digitos      *
           88  SUM-MATCHES-Z       VALUE "Y".

           COPY FERMXPRM.
           COPY FERMCATP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           CLOSE FERMAT-RESULTS
           CLOSE VERIFY-REPORT
           MOVE WS-OUT-NAME TO KP-DATASET
           MOVE WS-FIRST-N  TO KP-N
           MOVE 0           TO KP-PARTITION
           PERFORM 950-CATALOG-OUTPUT
           IF REQUEUE-WANTED
               CLOSE REQUEUE-FILE
               MOVE WS-RQ-NAME TO KP-DATASET
               PERFORM 950-CATALOG-OUTPUT
               DISPLAY "FERMVRFY - REQUEUED=" WS-REQUEUE-COUNT
                   " EXCEPTIONS TO " WS-RQ-NAME
           END-IF

           IF QUAR-IS-OPEN
               CLOSE QUARANTINE-FILE
           END-IF

           DISPLAY "FERMVRFY - CONFIRMED=" WS-CONFIRMED-COUNT
               " MISMATCH=" WS-MISMATCH-COUNT
               " OVERFLOW=" WS-OVERFLOW-COUNT
               " TRAILERS-SKIPPED=" WS-TRAILER-COUNT
               " MIXED=" WS-MIXED-COUNT
           IF WS-QUAR-COUNT > 0 OR WS-QUAR-FAIL-COUNT > 0
               DISPLAY "FERMVRFY - QUARANTINED=" WS-QUAR-COUNT
                   " NOT-DIVERTED=" WS-QUAR-FAIL-COUNT
                   " N>=3 FINDINGS HELD IN FQUARAN FOR SIGN-OFF"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-MISMATCH-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
              OR WS-QUAR-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "END" TO WS-STAT-PHASE
                  AND SUM-MATCHES-Z
                   MOVE "CONFIRMED" TO VR-STATUS
                   ADD 1 TO WS-CONFIRMED-COUNT
                   IF FR-N >= 3
                       PERFORM 500-QUARANTINE-FINDING
                   END-IF
               ELSE
                   MOVE "MISMATCH " TO VR-STATUS
                   ADD 1 TO WS-MISMATCH-COUNT
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 500-QUARANTINE-FINDING                                    *
      * Por el teorema, un CONFIRMED con N>=3 solo puede ser un   *
      * defecto de la busqueda, de la aritmetica o de los datos.  *
      * El hallazgo se desvia a la cuarentena FQUARAN como        *
      * incidente OPEN (FERMFMNT.CBL y FERMXTRT.CBL no lo dejan   *
      * pasar hasta que un analista lo libere con FERMQSGN.CBL) y,*
      * si se pidio re-encolado, su TOTAL se re-encola para que la*
      * re-busqueda y FERMCOMP.CBL den una segunda opinion. Un    *
      * incidente que ya existe y sigue OPEN se actualiza con este*
      * veredicto; uno ya firmado (RELEASED o REJECTED) no se     *
      * toca. Los hallazgos mixtos no pasan por aqui: las         *
      * soluciones con exponentes distintos son legitimas.        *
      *-----------------------------------------------------------*
       500-QUARANTINE-FINDING.
           IF NOT QUAR-IS-OPEN AND NOT QUAR-UNAVAILABLE
               PERFORM 510-OPEN-QUARANTINE
           END-IF
           IF QUAR-UNAVAILABLE
               ADD 1 TO WS-QUAR-FAIL-COUNT
               DISPLAY "N>=3 FINDING NOT QUARANTINED - N=" FR-N
                   " TOTAL=" FR-TOTAL " X=" FR-X " Y=" FR-Y
                   " Z=" FR-Z
           ELSE
               MOVE FR-N     TO QU-N
               MOVE FR-TOTAL TO QU-TOTAL
               MOVE FR-X     TO QU-X
               MOVE FR-Y     TO QU-Y
               READ QUARANTINE-FILE
                   INVALID KEY
                       PERFORM 520-ADD-INCIDENT
                   NOT INVALID KEY
                       IF QU-OPEN
                           PERFORM 530-REFRESH-INCIDENT
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------*
      * 510-OPEN-QUARANTINE                                       *
      * Abre FQUARAN en I-O; si todavia no existe (status 35) lo  *
      * crea vacio y lo reabre, igual que 020-OPEN-FINDINGS-MASTER*
      * de FERMFMNT.CBL. Si no se puede abrir avisa y deja la     *
      * cuarentena como no disponible: el paso sigue, pero termina*
      * con RETURN-CODE 8.                                        *
      *-----------------------------------------------------------*
       510-OPEN-QUARANTINE.
           OPEN I-O QUARANTINE-FILE
           IF QUAR-NOT-FOUND
               OPEN OUTPUT QUARANTINE-FILE
               IF QUAR-OK
                   CLOSE QUARANTINE-FILE
                   OPEN I-O QUARANTINE-FILE
               END-IF
           END-IF
           IF QUAR-OK
               MOVE "Y" TO WS-QUAR-OPEN-SW
           ELSE
               MOVE "X" TO WS-QUAR-OPEN-SW
               DISPLAY "UNABLE TO OPEN QUARANTINE-FILE - FQUARAN"
                   " STATUS=" WS-QUAR-STATUS
           END-IF.

      *-----------------------------------------------------------*
      * 520-ADD-INCIDENT                                          *
      * Graba el incidente nuevo en estado OPEN con el archivo    *
      * verificado, el veredicto y la corrida que produjo el      *
      * hallazgo. Si la grabacion falla el hallazgo no quedo en   *
      * cuarentena: no se cuenta como tal ni se re-encola.        *
      *-----------------------------------------------------------*
       520-ADD-INCIDENT.
           ACCEPT WS-QUAR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-QUAR-TIME FROM TIME
           MOVE FR-N     TO QU-N
           MOVE FR-TOTAL TO QU-TOTAL
           MOVE FR-X     TO QU-X
           MOVE FR-Y     TO QU-Y
           MOVE FR-Z     TO QU-Z
           MOVE "OPEN    "         TO QU-STATUS
           MOVE WS-QUAR-DATE       TO QU-OPEN-DATE
           MOVE WS-QUAR-TIME (1:6) TO QU-OPEN-TIME
           MOVE WS-IN-NAME         TO QU-SOURCE-FILE
           MOVE VR-STATUS          TO QU-VERDICT
           MOVE SPACES             TO QU-COMP-STATUS
           MOVE 0                  TO QU-COMP-DATE
           MOVE SPACES             TO QU-SIGNOFF-USER
           MOVE 0                  TO QU-SIGNOFF-DATE
           MOVE 0                  TO QU-SIGNOFF-TIME
           MOVE SPACES             TO QU-REASON
           PERFORM 540-FIND-RUN
           WRITE FERMAT-QUAR-RECORD
               INVALID KEY
                   ADD 1 TO WS-QUAR-FAIL-COUNT
                   DISPLAY "UNABLE TO WRITE QUARANTINE INCIDENT - N="
                       FR-N " TOTAL=" FR-TOTAL " STATUS="
                       WS-QUAR-STATUS
               NOT INVALID KEY
                   PERFORM 550-REPORT-INCIDENT
           END-WRITE.

      *-----------------------------------------------------------*
      * 530-REFRESH-INCIDENT                                      *
      * El hallazgo ya estaba en cuarentena sin firmar (una       *
      * verificacion anterior del mismo archivo o de otro que lo  *
      * repite): se actualizan el veredicto, el archivo y la      *
      * corrida, y el incidente sigue abierto con su fecha de     *
      * apertura original. Si la regrabacion falla no se cuenta   *
      * ni se re-encola.                                          *
      *-----------------------------------------------------------*
       530-REFRESH-INCIDENT.
           MOVE WS-IN-NAME TO QU-SOURCE-FILE
           MOVE VR-STATUS  TO QU-VERDICT
           PERFORM 540-FIND-RUN
           REWRITE FERMAT-QUAR-RECORD
               INVALID KEY
                   ADD 1 TO WS-QUAR-FAIL-COUNT
                   DISPLAY "UNABLE TO UPDATE QUARANTINE INCIDENT - N="
                       FR-N " TOTAL=" FR-TOTAL " STATUS="
                       WS-QUAR-STATUS
               NOT INVALID KEY
                   PERFORM 550-REPORT-INCIDENT
           END-REWRITE.

      *-----------------------------------------------------------*
      * 540-FIND-RUN                                              *
      * Busca en FERMHIST la corrida que cubrio el hallazgo: un   *
      * barrido clasico del mismo N cuyo rango de TOTAL, desde el *
      * inicial hasta el ultimo completado, contiene el FR-TOTAL, *
      * o una busqueda dirigida por Z cuyo rango de Z contiene el *
      * FR-Z. Las re-busquedas y las corridas mixtas no cuentan.  *
      * Si hay varias gana la ultima del historial (la mas        *
      * reciente); si no hay ninguna, fecha y particion quedan en *
      * cero.                                                     *
      *-----------------------------------------------------------*
       540-FIND-RUN.
           MOVE 0 TO QU-RUN-DATE
           MOVE 0 TO QU-RUN-TIME
           MOVE 0 TO QU-PARTITION
           OPEN INPUT RUN-HISTORY
           IF HIST-FOUND-OK
               MOVE "N" TO WS-HIST-EOF-SW
               PERFORM UNTIL HIST-EOF
                   READ RUN-HISTORY
                       AT END
                           MOVE "Y" TO WS-HIST-EOF-SW
                       NOT AT END
                           PERFORM 545-CHECK-ONE-RUN
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY
           END-IF.

       545-CHECK-ONE-RUN.
           IF RH-N NUMERIC AND RH-START-TOTAL NUMERIC
              AND RH-LAST-TOTAL NUMERIC AND RH-N = FR-N
              AND NOT RH-MIXED-MODE AND NOT RH-RECHECK-MODE
              AND NOT RH-RECHECK
               IF RH-ZSEARCH-MODE
                   IF FR-Z >= RH-START-TOTAL
                      AND FR-Z <= RH-LAST-TOTAL
                       MOVE RH-DATE      TO QU-RUN-DATE
                       MOVE RH-TIME      TO QU-RUN-TIME
                       MOVE RH-PARTITION TO QU-PARTITION
                   END-IF
               ELSE
                   IF FR-TOTAL >= RH-START-TOTAL
                      AND FR-TOTAL <= RH-LAST-TOTAL
                       MOVE RH-DATE      TO QU-RUN-DATE
                       MOVE RH-TIME      TO QU-RUN-TIME
                       MOVE RH-PARTITION TO QU-PARTITION
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 550-REPORT-INCIDENT                                       *
      * Cuenta y muestra el hallazgo puesto en cuarentena y, si se*
      * pidio re-encolado, re-encola su TOTAL para la re-busqueda.*
      *-----------------------------------------------------------*
       550-REPORT-INCIDENT.
           ADD 1 TO WS-QUAR-COUNT
           DISPLAY "N>=3 FINDING QUARANTINED - N=" FR-N
               " TOTAL=" FR-TOTAL " X=" FR-X " Y=" FR-Y " Z=" FR-Z
               " RUN=" QU-RUN-DATE " PARTITION=" QU-PARTITION
           IF REQUEUE-WANTED
               PERFORM 400-REQUEUE-EXCEPTION
           END-IF.

      *-----------------------------------------------------------*
      * 900-WRITE-STEP-STATUS                                       *
      * Agrega al archivo comun de estado de la cadena nocturna    *
               MOVE WS-IN-NAME        TO ST-INPUT
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
           MOVE "FERMVRFY" TO KP-PROGRAM
           CALL "FERMCATW" USING FERMAT-CAT-PARM
           IF KP-CATALOG-FAILED
               DISPLAY "FERMVRFY - OUTPUT NOT CATALOGED - " KP-DATASET
                   " STATUS=" KP-FILE-STATUS
           END-IF.

       END PROGRAM FERMVRFY.
