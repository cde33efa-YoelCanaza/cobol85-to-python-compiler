      * 2026-09-02  JCM  Version inicial: comparacion de la        *
      *                  re-busqueda contra el archivo original     *
      *                  por cada TOTAL re-encolado.                *
      * 2026-10-15  JCM  El paso agrega su registro de arranque y  *
      *                  fin al archivo comun de estado FRUNSTAT   *
      *                  (FERMSTRC.CPY), como el resto de la       *
      *                  cadena, para el re-arranque por paso de   *
      *                  FERMCHAN.CBL.                             *
      * 2026-10-15  JCM  El registro de FRUNSTAT lleva ahora el     *
      *                  proyecto de la corrida (ST-PROJECT-CODE);  *
      *                  este paso no trabaja para un proyecto en   *
      *                  particular y lo graba en blanco.           *
      * 2026-10-15  JCM  El archivo de excepciones se da de alta    *
      *                  al cerrarlo en el catalogo de archivos de  *
      *                  corrida FRUNCAT con su conteo de           *
      *                  registros y total hash                     *
      *                  (950-CATALOG-OUTPUT, FERMCATW.CBL).        *
      * 2026-10-15  JCM  Cada hallazgo N>=3 comparado que tenga     *
      *                  incidente en la cuarentena FQUARAN         *
      *                  (FERMQUAR.CPY) recibe en QU-COMP-STATUS    *
      *                  el veredicto MATCH, ONLY-ORIGINAL u        *
      *                  ONLY-RECHECK con la fecha, para la firma   *
      *                  del analista en FERMQSGN.CBL               *
      *                  (250-NOTE-QUARANTINE).                     *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATUS ASSIGN TO "FRUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT QUARANTINE-FILE ASSIGN TO "FQUARAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QU-KEY
               FILE STATUS IS WS-QUAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMP-CTL
           RECORDING MODE IS F.
       01  COMP-REPORT-RECORD  PIC X(132).

       FD  RUN-STATUS
           RECORDING MODE IS F.
           COPY FERMSTRC.

       FD  QUARANTINE-FILE
           RECORDING MODE IS F.
           COPY FERMQUAR.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS       PIC X(02).
           88  CTL-FOUND-OK        VALUE "00".
           88  EXCP-FOUND-OK       VALUE "00".
       01  WS-REPORT-STATUS    PIC X(02).
           88  REPORT-FOUND-OK     VALUE "00".
       01  WS-STAT-STATUS      PIC X(02).
           88  STAT-FOUND-OK       VALUE "00".
       01  WS-STAT-DATE        PIC 9(08).
       01  WS-STAT-TIME        PIC 9(08).
       01  WS-STAT-PHASE       PIC X(05).
       01  WS-STAT-RECORDS     PIC 9(09) COMP VALUE 0.

       01  WS-ORIG-NAME        PIC X(20).
       01  WS-RCHK-NAME        PIC X(20).
       01  WS-ONLY-ORIG-COUNT  PIC 9(09) COMP VALUE 0.
       01  WS-ONLY-RCHK-COUNT  PIC 9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      * Anotacion de la re-busqueda en los incidentes de           *
      * cuarentena (FQUARAN, FERMQUAR.CPY) de los hallazgos N>=3.  *
      * El archivo se abre recien con el primero; sin archivo      *
      * (WS-QUAR-OPEN-SW en "X") no hay incidentes que anotar.     *
      *-----------------------------------------------------------*
       01  WS-QUAR-STATUS      PIC X(02).
           88  QUAR-OK             VALUE "00".
       01  WS-QUAR-OPEN-SW     PIC X(01) VALUE "N".
           88  QUAR-IS-OPEN        VALUE "Y".
           88  QUAR-UNAVAILABLE    VALUE "X".
       01  WS-QUAR-UPDATED     PIC 9(09) COMP VALUE 0.
       01  WS-COMP-DATE        PIC 9(08).
       01  WS-QUAR-KEY.
           05  WS-QK-N         PIC 9(09).
           05  WS-QK-TOTAL     PIC 9(09).
           05  WS-QK-X         PIC 9(09).
           05  WS-QK-Y         PIC 9(09).

       01  WS-TOTAL-HEADING.
           05  FILLER          PIC X(17) VALUE "REQUEUED TOTAL - ".
           05  TH-LIT-N        PIC X(02) VALUE "N=".

       01  WS-HEADING-LINE     PIC X(132).

           COPY FERMCATP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-READ-COMP-CONTROL
           MOVE "START" TO WS-STAT-PHASE
           MOVE 0       TO WS-STAT-RECORDS
           PERFORM 900-WRITE-STEP-STATUS
           PERFORM 020-OPEN-ALL-FILES

           MOVE SPACES TO WS-HEADING-LINE
           CLOSE RECHECK-RESULTS
           CLOSE EXCEPTION-RESULTS
           CLOSE COMP-REPORT
           IF QUAR-IS-OPEN
               CLOSE QUARANTINE-FILE
           END-IF
           MOVE WS-EXCP-NAME TO KP-DATASET
           MOVE WS-COMPARE-N TO KP-N
           MOVE 0            TO KP-PARTITION
           PERFORM 950-CATALOG-OUTPUT

           DISPLAY "FERMCOMP - TOTALS=" WS-RQ-COUNT
               " MATCHES=" WS-MATCH-COUNT
               " ONLY-ORIGINAL=" WS-ONLY-ORIG-COUNT
               " ONLY-RECHECK=" WS-ONLY-RCHK-COUNT
               " OTHER-N-SKIPPED=" WS-OTHER-N-COUNT
               " QUARANTINE-UPDATED=" WS-QUAR-UPDATED
           IF WS-ONLY-ORIG-COUNT > 0 OR WS-ONLY-RCHK-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "END" TO WS-STAT-PHASE
           MOVE WS-RQ-COUNT TO WS-STAT-RECORDS
           PERFORM 900-WRITE-STEP-STATUS
           STOP RUN.

      *-----------------------------------------------------------*
           MOVE FR-Z TO DL-Z
           MOVE "MATCH        " TO DL-VERDICT
           MOVE "ORIGINAL RECORD STANDS" TO DL-NOTE
           IF FR-N >= 3
               MOVE WS-OR-KEY TO WS-QUAR-KEY
               PERFORM 250-NOTE-QUARANTINE
           END-IF
           MOVE WS-DETAIL-LINE TO COMP-REPORT-RECORD
           WRITE COMP-REPORT-RECORD
           PERFORM 150-READ-ORIGINAL
           MOVE FR-Z TO DL-Z
           MOVE "ONLY-ORIGINAL" TO DL-VERDICT
           MOVE "ORIGINAL RECORD WAS WRONG" TO DL-NOTE
           IF FR-N >= 3
               MOVE WS-OR-KEY TO WS-QUAR-KEY
               PERFORM 250-NOTE-QUARANTINE
           END-IF
           MOVE WS-DETAIL-LINE TO COMP-REPORT-RECORD
           WRITE COMP-REPORT-RECORD
           PERFORM 150-READ-ORIGINAL.
           MOVE RK-Z TO DL-Z
           MOVE "ONLY-RECHECK " TO DL-VERDICT
           MOVE "ORIGINAL RUN MISSED THIS FINDING" TO DL-NOTE
           IF RK-N >= 3
               MOVE WS-RK-KEY TO WS-QUAR-KEY
               PERFORM 250-NOTE-QUARANTINE
           END-IF
           MOVE WS-DETAIL-LINE TO COMP-REPORT-RECORD
           WRITE COMP-REPORT-RECORD
           PERFORM 160-READ-RECHECK.

      *-----------------------------------------------------------*
      * 250-NOTE-QUARANTINE                                       *
      * Un hallazgo N>=3 comparado puede tener incidente de       *
      * cuarentena abierto por FERMVRFY.CBL: si lo tiene, se le   *
      * anota el veredicto de la comparacion (DL-VERDICT) y la    *
      * fecha, para que el analista que lo firme con FERMQSGN.CBL *
      * vea si la re-busqueda lo reprodujo. Un hallazgo sin       *
      * incidente no se agrega aqui: FERMFMNT.CBL y FERMXTRT.CBL  *
      * igual lo frenan por no estar liberado.                    *
      *-----------------------------------------------------------*
       250-NOTE-QUARANTINE.
           IF NOT QUAR-IS-OPEN AND NOT QUAR-UNAVAILABLE
               OPEN I-O QUARANTINE-FILE
               IF QUAR-OK
                   MOVE "Y" TO WS-QUAR-OPEN-SW
               ELSE
                   MOVE "X" TO WS-QUAR-OPEN-SW
               END-IF
           END-IF
           IF QUAR-IS-OPEN
               MOVE WS-QUAR-KEY TO QU-KEY
               READ QUARANTINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ACCEPT WS-COMP-DATE FROM DATE YYYYMMDD
                       MOVE DL-VERDICT   TO QU-COMP-STATUS
                       MOVE WS-COMP-DATE TO QU-COMP-DATE
                       REWRITE FERMAT-QUAR-RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO UPDATE QUARANTINE"
                                   " INCIDENT - N=" WS-QK-N
                                   " TOTAL=" WS-QK-TOTAL
                                   " STATUS=" WS-QUAR-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-QUAR-UPDATED
                       END-REWRITE
               END-READ
           END-IF.

      *-----------------------------------------------------------*
      * 500-WRITE-GRAND-TOTALS                                      *
      * Cierra el reporte con los totales por clase.                *
           MOVE WS-TOTALS-LINE TO COMP-REPORT-RECORD
           WRITE COMP-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 900-WRITE-STEP-STATUS                                       *
      * Agrega al archivo comun de estado de la cadena nocturna    *
      * (FRUNSTAT) el registro de este paso, al arrancar y al      *
      * terminar, para que FERMSINQ.CBL reconstruya a la manana    *
      * siguiente que pasos corrieron y FERMCHAN.CBL sepa donde    *
      * retomar la cadena. Un problema con el archivo de estado    *
      * avisa pero no tira abajo el paso.                          *
      *-----------------------------------------------------------*
       900-WRITE-STEP-STATUS.
           OPEN EXTEND RUN-STATUS
           IF NOT STAT-FOUND-OK
               OPEN OUTPUT RUN-STATUS
           END-IF
           IF NOT STAT-FOUND-OK
               DISPLAY "UNABLE TO OPEN RUN-STATUS - FRUNSTAT"
                   " STATUS=" WS-STAT-STATUS
           ELSE
               ACCEPT WS-STAT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAT-TIME FROM TIME
               MOVE "FERMCOMP"        TO ST-PROGRAM
               MOVE WS-STAT-DATE      TO ST-DATE
               MOVE WS-STAT-TIME (1:6) TO ST-TIME
               MOVE WS-STAT-PHASE     TO ST-PHASE
               MOVE WS-COMPARE-N      TO ST-N
               MOVE 0                 TO ST-PARTITION
               MOVE WS-RCHK-NAME      TO ST-INPUT
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
           MOVE "FERMCOMP" TO KP-PROGRAM
           CALL "FERMCATW" USING FERMAT-CAT-PARM
           IF KP-CATALOG-FAILED
               DISPLAY "FERMCOMP - OUTPUT NOT CATALOGED - " KP-DATASET
                   " STATUS=" KP-FILE-STATUS
           END-IF.

       END PROGRAM FERMCOMP.
