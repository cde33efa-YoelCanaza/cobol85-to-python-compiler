      *===============================================================*
      * PROGRAMA: FERMCRPT.CBL                                       *
      * DESCRIPCIÓN: Listado del registro permanente de               *
      *              certificaciones FCERTREG (FERMCREG.CPY) que      *
      *              graba FERMCERT.CBL: por cada exponente, el TOTAL *
      *              mas alto certificado (el rango certificado va    *
      *              siempre desde TOTAL 3), cuando y por quien se    *
      *              certifico ese tope por primera vez, cuantos      *
      *              certificados tiene el N y la fecha del ultimo.   *
      *              Una certificacion posterior con un tope menor no *
      *              achica el tope del N. Reporte CREGRPT, por N     *
      *              creciente.                                       *
      * AUTOR: ANONIMO                                               *
      *==============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERMCRPT.
       AUTHOR. ANONIMO.

      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JCM  Version inicial: tope certificado por N    *
      *                  desde el registro de certificaciones       *
      *                  FCERTREG.                                  *
      * 2026-10-15  JCM  El total de certificados cuenta solo los   *
      *                  que entran al reporte; los salteados y     *
      *                  los que no caben en la tabla se muestran   *
      *                  aparte.                                    *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-REGISTER ASSIGN TO "FCERTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT CREG-REPORT ASSIGN TO "CREGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-REGISTER
           RECORDING MODE IS F.
           COPY FERMCREG.

       FD  CREG-REPORT
           RECORDING MODE IS F.
       01  CREG-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REG-STATUS       PIC X(02).
           88  REG-FOUND-OK        VALUE "00".
           88  REG-NOT-FOUND       VALUE "35".
       01  WS-REPORT-STATUS    PIC X(02).
           88  REPORT-FOUND-OK     VALUE "00".

       01  WS-REG-EOF-SW       PIC X(01) VALUE "N".
           88  REG-EOF             VALUE "Y".

      *-----------------------------------------------------------*
      * Un renglon por exponente certificado, en orden ascendente  *
      * de N (insercion).                                          *
      *-----------------------------------------------------------*
       01  WS-CN-MAX           PIC 9(03) COMP VALUE 100.
       01  WS-CN-COUNT         PIC 9(03) COMP VALUE 0.
       01  WS-CN-TABLE.
           05  WS-CN-ENTRY OCCURS 100 TIMES.
               10  WS-CN-N         PIC 9(09).
               10  WS-CN-CEILING   PIC 9(09).
               10  WS-CN-DATE      PIC 9(08).
               10  WS-CN-TIME      PIC 9(06).
               10  WS-CN-USER-ID   PIC X(08).
               10  WS-CN-CERTS     PIC 9(09) COMP.
               10  WS-CN-LAST-DATE PIC 9(08).
       01  WS-CN-IX            PIC 9(03) COMP.
       01  WS-I                PIC 9(03) COMP.
       01  WS-J                PIC 9(03) COMP.
       01  WS-J2               PIC 9(03) COMP.

       01  WS-READ-COUNT       PIC 9(09) COMP VALUE 0.
       01  WS-CERT-COUNT       PIC 9(09) COMP VALUE 0.
       01  WS-SKIPPED-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-DROPPED-COUNT    PIC 9(09) COMP VALUE 0.

       01  WS-HEADING-LINE     PIC X(132).

       01  WS-COLUMN-LINE.
           05  FILLER          PIC X(10) VALUE "         N".
           05  FILLER          PIC X(18) VALUE "  CERTIFIED TOTAL".
           05  FILLER          PIC X(12) VALUE "  CERTIFIED".
           05  FILLER          PIC X(08) VALUE "    TIME".
           05  FILLER          PIC X(10) VALUE "  BY".
           05  FILLER          PIC X(14) VALUE "  CERTIFICATES".
           05  FILLER          PIC X(12) VALUE "  LATEST".
           05  FILLER          PIC X(48) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  LD-N            PIC Z(09)9.
           05  FILLER          PIC X(08) VALUE SPACES.
           05  LD-CEILING      PIC Z(09)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LD-DATE         PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LD-TIME         PIC 9(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LD-USER-ID      PIC X(08).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  LD-CERTS        PIC Z(09)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LD-LAST-DATE    PIC 9(08).
           05  FILLER          PIC X(52) VALUE SPACES.

       01  WS-NONE-LINE        PIC X(132) VALUE
           "  NO CERTIFICATES ON FILE".

       01  WS-TOTALS-LINE.
           05  FILLER          PIC X(19) VALUE "FERMCRPT EXPONENTS=".
           05  LT-EXPONENTS    PIC Z(08)9.
           05  FILLER          PIC X(14) VALUE " CERTIFICATES=".
           05  LT-CERTS        PIC Z(08)9.
           05  FILLER          PIC X(09) VALUE " SKIPPED=".
           05  LT-SKIPPED      PIC Z(08)9.
           05  FILLER          PIC X(09) VALUE " DROPPED=".
           05  LT-DROPPED      PIC Z(08)9.
           05  FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT CREG-REPORT
           IF NOT REPORT-FOUND-OK
               DISPLAY "UNABLE TO OPEN CREG-REPORT - CREGRPT"
                   " STATUS=" WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-WRITE-HEADINGS

           OPEN INPUT CERT-REGISTER
           IF REG-FOUND-OK
               PERFORM UNTIL REG-EOF
                   READ CERT-REGISTER
                       AT END
                           MOVE "Y" TO WS-REG-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 100-NOTE-ONE-CERTIFICATE
                   END-READ
               END-PERFORM
               CLOSE CERT-REGISTER
           ELSE
               IF NOT REG-NOT-FOUND
                   DISPLAY "UNABLE TO OPEN CERT-REGISTER - FCERTREG"
                       " STATUS=" WS-REG-STATUS
                   CLOSE CREG-REPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-CN-COUNT = 0
               MOVE WS-NONE-LINE TO CREG-REPORT-RECORD
               WRITE CREG-REPORT-RECORD
           ELSE
               PERFORM 300-WRITE-ONE-EXPONENT
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CN-COUNT
           END-IF
           PERFORM 500-WRITE-TOTALS
           CLOSE CREG-REPORT

           DISPLAY "FERMCRPT - EXPONENTS=" WS-CN-COUNT
               " CERTIFICATES=" WS-CERT-COUNT
               " READ=" WS-READ-COUNT
           IF WS-DROPPED-COUNT > 0
               DISPLAY "FERMCRPT - EXPONENT TABLE FULL - "
                   WS-DROPPED-COUNT " CERTIFICATES LEFT OUT"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
      * 100-NOTE-ONE-CERTIFICATE                                  *
      * Suma el certificado leido al renglon de su N (que se      *
      * inserta en orden si es nuevo). El tope solo sube: un      *
      * certificado con un tope mayor pasa a ser el que vale, con *
      * su fecha, hora y usuario; uno con el mismo tope o menor   *
      * solo cuenta. Un registro con campos no numericos se       *
      * saltea.                                                   *
      *-----------------------------------------------------------*
       100-NOTE-ONE-CERTIFICATE.
           IF CR-N NOT NUMERIC OR CR-CEILING NOT NUMERIC
              OR CR-DATE NOT NUMERIC OR CR-TIME NOT NUMERIC
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM 150-FIND-EXPONENT
               IF WS-CN-IX > 0
                   ADD 1 TO WS-CERT-COUNT
                   ADD 1 TO WS-CN-CERTS (WS-CN-IX)
                   IF CR-CEILING > WS-CN-CEILING (WS-CN-IX)
                       MOVE CR-CEILING TO WS-CN-CEILING (WS-CN-IX)
                       MOVE CR-DATE    TO WS-CN-DATE (WS-CN-IX)
                       MOVE CR-TIME    TO WS-CN-TIME (WS-CN-IX)
                       MOVE CR-USER-ID TO WS-CN-USER-ID (WS-CN-IX)
                   END-IF
                   IF CR-DATE > WS-CN-LAST-DATE (WS-CN-IX)
                       MOVE CR-DATE TO WS-CN-LAST-DATE (WS-CN-IX)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 150-FIND-EXPONENT                                         *
      * Deja en WS-CN-IX el renglon de CR-N; si no existe lo      *
      * inserta en su lugar por N creciente. Con la tabla llena   *
      * el certificado queda afuera y WS-CN-IX en cero.           *
      *-----------------------------------------------------------*
       150-FIND-EXPONENT.
           MOVE 0 TO WS-CN-IX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CN-COUNT OR WS-CN-IX > 0
               IF WS-CN-N (WS-I) = CR-N
                   MOVE WS-I TO WS-CN-IX
               END-IF
           END-PERFORM
           IF WS-CN-IX = 0
               IF WS-CN-COUNT >= WS-CN-MAX
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CN-COUNT
                          OR CR-N < WS-CN-N (WS-I)
                       CONTINUE
                   END-PERFORM
                   ADD 1 TO WS-CN-COUNT
                   PERFORM VARYING WS-J FROM WS-CN-COUNT BY -1
                       UNTIL WS-J <= WS-I
                       COMPUTE WS-J2 = WS-J - 1
                       MOVE WS-CN-ENTRY (WS-J2) TO WS-CN-ENTRY (WS-J)
                   END-PERFORM
                   MOVE CR-N TO WS-CN-N (WS-I)
                   MOVE 0    TO WS-CN-CEILING (WS-I)
                   MOVE 0    TO WS-CN-DATE (WS-I)
                   MOVE 0    TO WS-CN-TIME (WS-I)
                   MOVE SPACES TO WS-CN-USER-ID (WS-I)
                   MOVE 0    TO WS-CN-CERTS (WS-I)
                   MOVE 0    TO WS-CN-LAST-DATE (WS-I)
                   MOVE WS-I TO WS-CN-IX
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 200-WRITE-HEADINGS                                        *
      * Titulo del reporte y columnas.                            *
      *-----------------------------------------------------------*
       200-WRITE-HEADINGS.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "FERMCRPT - HIGHEST CERTIFIED TOTAL BY EXPONENT"
                  " (CERTIFIED RANGES START AT TOTAL 3)"
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO CREG-REPORT-RECORD
           WRITE CREG-REPORT-RECORD
           MOVE SPACES TO CREG-REPORT-RECORD
           WRITE CREG-REPORT-RECORD
           MOVE WS-COLUMN-LINE TO CREG-REPORT-RECORD
           WRITE CREG-REPORT-RECORD.

       300-WRITE-ONE-EXPONENT.
           MOVE WS-CN-N (WS-I)         TO LD-N
           MOVE WS-CN-CEILING (WS-I)   TO LD-CEILING
           MOVE WS-CN-DATE (WS-I)      TO LD-DATE
           MOVE WS-CN-TIME (WS-I)      TO LD-TIME
           MOVE WS-CN-USER-ID (WS-I)   TO LD-USER-ID
           MOVE WS-CN-CERTS (WS-I)     TO LD-CERTS
           MOVE WS-CN-LAST-DATE (WS-I) TO LD-LAST-DATE
           MOVE WS-DETAIL-LINE TO CREG-REPORT-RECORD
           WRITE CREG-REPORT-RECORD.

       500-WRITE-TOTALS.
           MOVE SPACES TO CREG-REPORT-RECORD
           WRITE CREG-REPORT-RECORD
           MOVE WS-CN-COUNT      TO LT-EXPONENTS
           MOVE WS-CERT-COUNT    TO LT-CERTS
           MOVE WS-SKIPPED-COUNT TO LT-SKIPPED
           MOVE WS-DROPPED-COUNT TO LT-DROPPED
           MOVE WS-TOTALS-LINE TO CREG-REPORT-RECORD
           WRITE CREG-REPORT-RECORD.

       END PROGRAM FERMCRPT.
