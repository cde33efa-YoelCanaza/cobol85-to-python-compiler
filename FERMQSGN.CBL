      *===============================================================*
      * PROGRAMA: FERMQSGN.CBL                                       *
      * DESCRIPCIÓN: Firma de los incidentes de cuarentena FQUARAN    *
      *              (indexado, clave N/TOTAL/X/Y, layout             *
      *              FERMQUAR.CPY) que FERMVRFY.CBL abre por cada     *
      *              hallazgo CONFIRMED con N>=3. Aplica las          *
      *              transacciones de QSGNTRN (ver FERMQSTR.CPY): el  *
      *              analista libera el incidente (RELEASED: el       *
      *              hallazgo puede cargarse en FERMMAST con          *
      *              FERMFMNT.CBL y extraerse con FERMXTRT.CBL) o lo  *
      *              rechaza (REJECTED: queda fuera), siempre con su  *
      *              usuario y un motivo, que quedan grabados en el   *
      *              incidente con la fecha y hora. Solo se firma un  *
      *              incidente OPEN; uno ya firmado no se vuelve a    *
      *              tocar. Cada transaccion, aplicada o rechazada    *
      *              con su motivo, sale en el reporte QSGNRPT.       *
      *              RETURN-CODE 8 si hubo rechazos. Los incidentes   *
      *              abiertos y su antiguedad los lista FERMQRPT.CBL. *
      * AUTOR: ANONIMO                                               *
      *==============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERMQSGN.
       AUTHOR. ANONIMO.

      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JCM  Version inicial: firma RELEASED/REJECTED   *
      *                  de los incidentes de cuarentena con        *
      *                  usuario y motivo obligatorios.             *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QSGN-TRAN ASSIGN TO "QSGNTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT QUARANTINE-FILE ASSIGN TO "FQUARAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QU-KEY
               FILE STATUS IS WS-QUAR-STATUS.

           SELECT QSGN-REPORT ASSIGN TO "QSGNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QSGN-TRAN
           RECORDING MODE IS F.
           COPY FERMQSTR.

       FD  QUARANTINE-FILE
           RECORDING MODE IS F.
           COPY FERMQUAR.

       FD  QSGN-REPORT
           RECORDING MODE IS F.
       01  QSGN-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS      PIC X(02).
           88  TRAN-FOUND-OK       VALUE "00".
       01  WS-QUAR-STATUS      PIC X(02).
           88  QUAR-OK             VALUE "00".
           88  QUAR-NOT-FOUND      VALUE "35".
       01  WS-REPORT-STATUS    PIC X(02).
           88  REPORT-FOUND-OK     VALUE "00".

       01  WS-TRAN-EOF-SW      PIC X(01) VALUE "N".
           88  TRAN-EOF            VALUE "Y".
       01  WS-VALID-TRAN-SW    PIC X(01).
           88  VALID-TRAN          VALUE "Y".
       01  WS-REJECT-REASON    PIC X(60).

       01  WS-READ-COUNT       PIC 9(09) COMP VALUE 0.
       01  WS-RELEASED-COUNT   PIC 9(09) COMP VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(09) COMP VALUE 0.
       01  WS-ERROR-COUNT      PIC 9(09) COMP VALUE 0.

       01  WS-TRAN-DATE        PIC 9(08).
       01  WS-TRAN-TIME        PIC 9(08).

       01  WS-TRAN-COLUMNS.
           05  FILLER          PIC X(04) VALUE "ACT".
           05  FILLER          PIC X(09) VALUE "USER-ID".
           05  FILLER          PIC X(10) VALUE "         N".
           05  FILLER          PIC X(10) VALUE "     TOTAL".
           05  FILLER          PIC X(10) VALUE "         X".
           05  FILLER          PIC X(10) VALUE "         Y".
           05  FILLER          PIC X(79) VALUE "  RESULT".

       01  WS-TRAN-LINE.
           05  SR-ACTION       PIC X(01).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  SR-USER         PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  SR-N            PIC X(10).
           05  SR-TOTAL        PIC X(10).
           05  SR-X            PIC X(10).
           05  SR-Y            PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SR-RESULT       PIC X(77).

       01  WS-D-NUM            PIC Z(09)9.

       01  WS-TOTALS-LINE.
           05  FILLER          PIC X(20) VALUE "FERMQSGN TRANS READ=".
           05  TS-READ         PIC Z(08)9.
           05  FILLER          PIC X(10) VALUE " RELEASED=".
           05  TS-RELEASED     PIC Z(08)9.
           05  FILLER          PIC X(10) VALUE " REJECTED=".
           05  TS-REJECTED     PIC Z(08)9.
           05  FILLER          PIC X(13) VALUE " NOT-APPLIED=".
           05  TS-ERRORS       PIC Z(08)9.
           05  FILLER          PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT QSGN-TRAN
           IF NOT TRAN-FOUND-OK
               DISPLAY "QSGNTRN NOT FOUND - NO SIGN-OFFS TO APPLY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O QUARANTINE-FILE
           IF NOT QUAR-OK
               IF QUAR-NOT-FOUND
                   DISPLAY "FQUARAN NOT FOUND - NO QUARANTINE"
                       " INCIDENTS TO SIGN OFF"
               ELSE
                   DISPLAY "UNABLE TO OPEN QUARANTINE-FILE - FQUARAN"
                       " STATUS=" WS-QUAR-STATUS
               END-IF
               CLOSE QSGN-TRAN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QSGN-REPORT
           IF NOT REPORT-FOUND-OK
               DISPLAY "UNABLE TO OPEN QSGN-REPORT - QSGNRPT"
                   " STATUS=" WS-REPORT-STATUS
               CLOSE QSGN-TRAN
               CLOSE QUARANTINE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "FERMQSGN - QUARANTINE SIGN-OFF - FQUARAN"
               TO QSGN-REPORT-RECORD
           WRITE QSGN-REPORT-RECORD
           MOVE SPACES TO QSGN-REPORT-RECORD
           WRITE QSGN-REPORT-RECORD
           MOVE WS-TRAN-COLUMNS TO QSGN-REPORT-RECORD
           WRITE QSGN-REPORT-RECORD

           PERFORM UNTIL TRAN-EOF
               READ QSGN-TRAN
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 100-APPLY-ONE-SIGNOFF
               END-READ
           END-PERFORM

           PERFORM 500-WRITE-TOTALS
           CLOSE QSGN-TRAN
           CLOSE QUARANTINE-FILE
           CLOSE QSGN-REPORT

           DISPLAY "FERMQSGN - READ=" WS-READ-COUNT
               " RELEASED=" WS-RELEASED-COUNT
               " REJECTED=" WS-REJECTED-COUNT
               " NOT-APPLIED=" WS-ERROR-COUNT
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
      * 100-APPLY-ONE-SIGNOFF                                     *
      * Valida y aplica una firma: accion R o J, usuario y motivo *
      * informados, clave numerica, incidente existente y todavia *
      * OPEN. Una firma ya registrada no se pisa.                 *
      *-----------------------------------------------------------*
       100-APPLY-ONE-SIGNOFF.
           MOVE "Y" TO WS-VALID-TRAN-SW
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT QT-RELEASE AND NOT QT-REJECT
                   MOVE "N" TO WS-VALID-TRAN-SW
                   MOVE "ACTION MUST BE R (RELEASE) OR J (REJECT)"
                       TO WS-REJECT-REASON
               WHEN QT-USER-ID = SPACES
                   MOVE "N" TO WS-VALID-TRAN-SW
                   MOVE "USER-ID IS REQUIRED" TO WS-REJECT-REASON
               WHEN QT-REASON = SPACES
                   MOVE "N" TO WS-VALID-TRAN-SW
                   MOVE "REASON IS REQUIRED" TO WS-REJECT-REASON
               WHEN QT-N NOT NUMERIC OR QT-TOTAL NOT NUMERIC
                 OR QT-X NOT NUMERIC OR QT-Y NOT NUMERIC
                   MOVE "N" TO WS-VALID-TRAN-SW
                   MOVE "KEY FIELDS CONTAIN NON-NUMERIC DATA"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF VALID-TRAN
               MOVE QT-KEY TO QU-KEY
               READ QUARANTINE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-VALID-TRAN-SW
                       MOVE "NO QUARANTINE INCIDENT FOR THIS KEY"
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           IF VALID-TRAN AND NOT QU-OPEN
               MOVE "N" TO WS-VALID-TRAN-SW
               STRING "INCIDENT ALREADY " QU-STATUS
                      " BY " QU-SIGNOFF-USER
                      " ON " QU-SIGNOFF-DATE
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF
           IF VALID-TRAN
               PERFORM 200-SIGN-INCIDENT
           END-IF
           PERFORM 300-WRITE-TRAN-LINE.

      *-----------------------------------------------------------*
      * 200-SIGN-INCIDENT                                         *
      * Graba la firma en el incidente: estado nuevo, usuario,    *
      * fecha, hora y motivo. Un error de E/S del indexado en     *
      * este punto rechaza la transaccion.                        *
      *-----------------------------------------------------------*
       200-SIGN-INCIDENT.
           ACCEPT WS-TRAN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TRAN-TIME FROM TIME
           IF QT-RELEASE
               MOVE "RELEASED" TO QU-STATUS
           ELSE
               MOVE "REJECTED" TO QU-STATUS
           END-IF
           MOVE QT-USER-ID         TO QU-SIGNOFF-USER
           MOVE WS-TRAN-DATE       TO QU-SIGNOFF-DATE
           MOVE WS-TRAN-TIME (1:6) TO QU-SIGNOFF-TIME
           MOVE QT-REASON          TO QU-REASON
           REWRITE FERMAT-QUAR-RECORD
               INVALID KEY
                   MOVE "N" TO WS-VALID-TRAN-SW
                   STRING "INCIDENT UPDATE FAILED - STATUS="
                          WS-QUAR-STATUS
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               NOT INVALID KEY
                   IF QT-RELEASE
                       ADD 1 TO WS-RELEASED-COUNT
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
           END-REWRITE.

      *-----------------------------------------------------------*
      * 300-WRITE-TRAN-LINE                                       *
      * Una linea de reporte por transaccion, con el resultado.   *
      *-----------------------------------------------------------*
       300-WRITE-TRAN-LINE.
           MOVE QT-ACTION  TO SR-ACTION
           MOVE QT-USER-ID TO SR-USER
           MOVE SPACES TO SR-N SR-TOTAL SR-X SR-Y
           IF QT-N NUMERIC
               MOVE QT-N TO WS-D-NUM
               MOVE WS-D-NUM TO SR-N
           END-IF
           IF QT-TOTAL NUMERIC
               MOVE QT-TOTAL TO WS-D-NUM
               MOVE WS-D-NUM TO SR-TOTAL
           END-IF
           IF QT-X NUMERIC
               MOVE QT-X TO WS-D-NUM
               MOVE WS-D-NUM TO SR-X
           END-IF
           IF QT-Y NUMERIC
               MOVE QT-Y TO WS-D-NUM
               MOVE WS-D-NUM TO SR-Y
           END-IF
           MOVE SPACES TO SR-RESULT
           IF VALID-TRAN
               STRING QU-STATUS " - " QT-REASON
                   DELIMITED BY SIZE INTO SR-RESULT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               STRING "NOT APPLIED - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO SR-RESULT
           END-IF
           MOVE WS-TRAN-LINE TO QSGN-REPORT-RECORD
           WRITE QSGN-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 500-WRITE-TOTALS                                          *
      *-----------------------------------------------------------*
       500-WRITE-TOTALS.
           MOVE SPACES TO QSGN-REPORT-RECORD
           WRITE QSGN-REPORT-RECORD
           MOVE WS-READ-COUNT     TO TS-READ
           MOVE WS-RELEASED-COUNT TO TS-RELEASED
           MOVE WS-REJECTED-COUNT TO TS-REJECTED
           MOVE WS-ERROR-COUNT    TO TS-ERRORS
           MOVE WS-TOTALS-LINE TO QSGN-REPORT-RECORD
           WRITE QSGN-REPORT-RECORD.

       END PROGRAM FERMQSGN.
