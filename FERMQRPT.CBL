      *===============================================================*
      * PROGRAMA: FERMQRPT.CBL                                       *
      * DESCRIPCIÓN: Reporte de los incidentes de cuarentena          *
      *              abiertos. Recorre FQUARAN (indexado, clave       *
      *              N/TOTAL/X/Y, layout FERMQUAR.CPY) en orden de    *
      *              clave y lista cada incidente OPEN con la fecha   *
      *              en que FERMVRFY.CBL lo abrio y cuantos dias      *
      *              lleva abierto, la corrida y particion que        *
      *              produjo el hallazgo, el veredicto de FERMVRFY y  *
      *              el resultado de la re-busqueda de FERMCOMP.CBL   *
      *              si la hubo, para que los analistas lo firmen con *
      *              FERMQSGN.CBL. Cierra con los totales por estado  *
      *              y la antiguedad del incidente abierto mas viejo. *
      *              Reporte QUARRPT. RETURN-CODE 4 si queda algun    *
      *              incidente abierto.                               *
      * AUTOR: ANONIMO                                               *
      *==============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERMQRPT.
       AUTHOR. ANONIMO.

      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JCM  Version inicial: incidentes de cuarentena  *
      *                  abiertos con su antiguedad en dias y       *
      *                  totales por estado.                        *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUARANTINE-FILE ASSIGN TO "FQUARAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QU-KEY
               FILE STATUS IS WS-QUAR-STATUS.

           SELECT QUAR-REPORT ASSIGN TO "QUARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUARANTINE-FILE
           RECORDING MODE IS F.
           COPY FERMQUAR.

       FD  QUAR-REPORT
           RECORDING MODE IS F.
       01  QUAR-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-QUAR-STATUS      PIC X(02).
           88  QUAR-OK             VALUE "00".
           88  QUAR-NOT-FOUND      VALUE "35".
       01  WS-REPORT-STATUS    PIC X(02).
           88  REPORT-FOUND-OK     VALUE "00".

       01  WS-QUAR-EOF-SW      PIC X(01) VALUE "N".
           88  QUAR-EOF            VALUE "Y".

       01  WS-OPEN-COUNT       PIC 9(09) COMP VALUE 0.
       01  WS-RELEASED-COUNT   PIC 9(09) COMP VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(09) COMP VALUE 0.
       01  WS-OLDEST-AGE       PIC 9(09) COMP VALUE 0.

       01  WS-TODAY-DATE       PIC 9(08).
       01  WS-TODAY-INT        PIC 9(09) COMP.
       01  WS-OPEN-INT         PIC 9(09) COMP.
       01  WS-OPEN-AGE         PIC S9(09) COMP.
       01  WS-DATE-CHECK.
           05  WS-DC-YYYY      PIC 9(04).
           05  WS-DC-MM        PIC 9(02).
           05  WS-DC-DD        PIC 9(02).

       01  WS-HEADING-LINE     PIC X(132).

       01  WS-COLUMN-LINE.
           05  FILLER          PIC X(10) VALUE "         N".
           05  FILLER          PIC X(10) VALUE "     TOTAL".
           05  FILLER          PIC X(10) VALUE "         X".
           05  FILLER          PIC X(10) VALUE "         Y".
           05  FILLER          PIC X(10) VALUE "         Z".
           05  FILLER          PIC X(10) VALUE "  OPENED".
           05  FILLER          PIC X(07) VALUE "   DAYS".
           05  FILLER          PIC X(10) VALUE "  RUN".
           05  FILLER          PIC X(03) VALUE "  P".
           05  FILLER          PIC X(11) VALUE "  VERDICT".
           05  FILLER          PIC X(15) VALUE "  RECHECK".
           05  FILLER          PIC X(26) VALUE "  SOURCE".

       01  WS-DETAIL-LINE.
           05  QD-N            PIC Z(09)9.
           05  QD-TOTAL        PIC Z(09)9.
           05  QD-X            PIC Z(09)9.
           05  QD-Y            PIC Z(09)9.
           05  QD-Z            PIC Z(09)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  QD-OPEN-DATE    PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  QD-DAYS         PIC Z(04)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  QD-RUN-DATE     PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  QD-PARTITION    PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  QD-VERDICT      PIC X(09).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  QD-COMP-STATUS  PIC X(13).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  QD-SOURCE       PIC X(20).
           05  FILLER          PIC X(04) VALUE SPACES.

       01  WS-NONE-LINE        PIC X(132) VALUE
           "  NO OPEN QUARANTINE INCIDENTS".

       01  WS-TOTALS-LINE.
           05  FILLER          PIC X(14) VALUE "FERMQRPT OPEN=".
           05  QS-OPEN         PIC Z(08)9.
           05  FILLER          PIC X(10) VALUE " RELEASED=".
           05  QS-RELEASED     PIC Z(08)9.
           05  FILLER          PIC X(10) VALUE " REJECTED=".
           05  QS-REJECTED     PIC Z(08)9.
           05  FILLER          PIC X(18) VALUE " OLDEST-OPEN-DAYS=".
           05  QS-OLDEST       PIC Z(08)9.
           05  FILLER          PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           OPEN OUTPUT QUAR-REPORT
           IF NOT REPORT-FOUND-OK
               DISPLAY "UNABLE TO OPEN QUAR-REPORT - QUARRPT"
                   " STATUS=" WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-WRITE-HEADINGS

           OPEN INPUT QUARANTINE-FILE
           IF QUAR-OK
               PERFORM UNTIL QUAR-EOF
                   READ QUARANTINE-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-QUAR-EOF-SW
                       NOT AT END
                           PERFORM 100-CHECK-ONE-INCIDENT
                   END-READ
               END-PERFORM
               CLOSE QUARANTINE-FILE
           ELSE
               IF NOT QUAR-NOT-FOUND
                   DISPLAY "UNABLE TO OPEN QUARANTINE-FILE - FQUARAN"
                       " STATUS=" WS-QUAR-STATUS
                   CLOSE QUAR-REPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-OPEN-COUNT = 0
               MOVE WS-NONE-LINE TO QUAR-REPORT-RECORD
               WRITE QUAR-REPORT-RECORD
           END-IF
           PERFORM 500-WRITE-TOTALS
           CLOSE QUAR-REPORT

           DISPLAY "FERMQRPT - OPEN=" WS-OPEN-COUNT
               " RELEASED=" WS-RELEASED-COUNT
               " REJECTED=" WS-REJECTED-COUNT
               " OLDEST-OPEN-DAYS=" WS-OLDEST-AGE
           IF WS-OPEN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
      * 100-CHECK-ONE-INCIDENT                                    *
      * Cuenta el incidente por estado y, si sigue OPEN, lo lista *
      * con su antiguedad en dias (hoy menos la fecha de          *
      * apertura; una fecha de apertura invalida se lista con     *
      * cero dias).                                               *
      *-----------------------------------------------------------*
       100-CHECK-ONE-INCIDENT.
           EVALUATE TRUE
               WHEN QU-OPEN
                   ADD 1 TO WS-OPEN-COUNT
                   PERFORM 110-CALC-OPEN-AGE
                   PERFORM 300-WRITE-OPEN-INCIDENT
               WHEN QU-RELEASED
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN QU-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 110-CALC-OPEN-AGE                                         *
      * Valida someramente la fecha de apertura, igual que        *
      * 120-CHECK-RECORD-AGE de FERMARCH.CBL, y calcula los dias  *
      * que lleva abierto el incidente.                           *
      *-----------------------------------------------------------*
       110-CALC-OPEN-AGE.
           MOVE 0 TO WS-OPEN-AGE
           IF QU-OPEN-DATE NUMERIC
               MOVE QU-OPEN-DATE TO WS-DATE-CHECK
               IF WS-DC-YYYY >= 1990 AND WS-DC-YYYY <= 2099
                  AND WS-DC-MM >= 1 AND WS-DC-MM <= 12
                  AND WS-DC-DD >= 1 AND WS-DC-DD <= 31
                   COMPUTE WS-OPEN-INT =
                       FUNCTION INTEGER-OF-DATE (QU-OPEN-DATE)
                   COMPUTE WS-OPEN-AGE = WS-TODAY-INT - WS-OPEN-INT
               END-IF
           END-IF
           IF WS-OPEN-AGE < 0
               MOVE 0 TO WS-OPEN-AGE
           END-IF
           IF WS-OPEN-AGE > WS-OLDEST-AGE
               MOVE WS-OPEN-AGE TO WS-OLDEST-AGE
           END-IF.

      *-----------------------------------------------------------*
      * 200-WRITE-HEADINGS                                        *
      * Titulo con la fecha del dia y linea de columnas.          *
      *-----------------------------------------------------------*
       200-WRITE-HEADINGS.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "FERMQRPT - OPEN QUARANTINE INCIDENTS - FQUARAN"
                  " - AS OF " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO QUAR-REPORT-RECORD
           WRITE QUAR-REPORT-RECORD
           MOVE SPACES TO QUAR-REPORT-RECORD
           WRITE QUAR-REPORT-RECORD
           MOVE WS-COLUMN-LINE TO QUAR-REPORT-RECORD
           WRITE QUAR-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 300-WRITE-OPEN-INCIDENT                                   *
      * Una linea por incidente abierto. Sin corrida identificada *
      * en FERMHIST la columna RUN dice UNKNOWN; sin re-busqueda, *
      * la columna RECHECK dice NONE.                             *
      *-----------------------------------------------------------*
       300-WRITE-OPEN-INCIDENT.
           MOVE QU-N         TO QD-N
           MOVE QU-TOTAL     TO QD-TOTAL
           MOVE QU-X         TO QD-X
           MOVE QU-Y         TO QD-Y
           MOVE QU-Z         TO QD-Z
           MOVE QU-OPEN-DATE TO QD-OPEN-DATE
           MOVE WS-OPEN-AGE  TO QD-DAYS
           IF QU-RUN-DATE = 0
               MOVE "UNKNOWN" TO QD-RUN-DATE
               MOVE SPACE     TO QD-PARTITION
           ELSE
               MOVE QU-RUN-DATE  TO QD-RUN-DATE
               MOVE QU-PARTITION TO QD-PARTITION
           END-IF
           MOVE QU-VERDICT   TO QD-VERDICT
           IF QU-COMP-STATUS = SPACES
               MOVE "NONE" TO QD-COMP-STATUS
           ELSE
               MOVE QU-COMP-STATUS TO QD-COMP-STATUS
           END-IF
           MOVE QU-SOURCE-FILE TO QD-SOURCE
           MOVE WS-DETAIL-LINE TO QUAR-REPORT-RECORD
           WRITE QUAR-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 500-WRITE-TOTALS                                          *
      *-----------------------------------------------------------*
       500-WRITE-TOTALS.
           MOVE SPACES TO QUAR-REPORT-RECORD
           WRITE QUAR-REPORT-RECORD
           MOVE WS-OPEN-COUNT     TO QS-OPEN
           MOVE WS-RELEASED-COUNT TO QS-RELEASED
           MOVE WS-REJECTED-COUNT TO QS-REJECTED
           MOVE WS-OLDEST-AGE     TO QS-OLDEST
           MOVE WS-TOTALS-LINE TO QUAR-REPORT-RECORD
           WRITE QUAR-REPORT-RECORD.

       END PROGRAM FERMQRPT.
