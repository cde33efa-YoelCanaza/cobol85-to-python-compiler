      *===============================================================*
      * PROGRAMA: FERMCHRG.CBL                                       *
      * DESCRIPCIÓN: Facturacion mensual del tiempo de maquina de     *
      *              los barridos a los proyectos que los pidieron.   *
      *              Lee el mes a facturar de CHRGCTL (ver            *
      *              FERMCHGP.CPY) y junta, de RUN-HISTORY (FERMHIST) *
      *              y del archivo anual FHISTaaaa que FERMARCH.CBL   *
      *              deja para ese anio, todas las corridas del mes,  *
      *              totalizando segundos transcurridos y combos por  *
      *              proyecto (RH-PROJECT-CODE) y por N. Valoriza las *
      *              horas con la tabla de tarifas RATEFILE (ver      *
      *              FERMRATE.CPY) y emite en CHRGRPT un estado de    *
      *              cuenta por proyecto, un resumen por proyecto y   *
      *              los totales de control que atan lo facturado     *
      *              con lo leido del historial. RETURN-CODE 4 si     *
      *              algun renglon quedo sin tarifa o hubo registros  *
      *              de tarifa invalidos, 8 si los totales no cierran *
      *              o la tabla de acumulacion se lleno, 16 si falta  *
      *              el control, las tarifas o el historial.          *
      * AUTOR: ANONIMO                                               *
      *==============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERMCHRG.
       AUTHOR. ANONIMO.

      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JCM  Version inicial: estados de cuenta por    *
      *                  proyecto y N desde FERMHIST y FHISTaaaa,  *
      *                  valorizados con RATEFILE, con resumen y   *
      *                  totales de control.                       *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHRG-CTL ASSIGN TO "CHRGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT RUN-HISTORY ASSIGN TO "FERMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HIST-ARCHIVE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT CHRG-REPORT ASSIGN TO "CHRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHRG-CTL
           RECORDING MODE IS F.
           COPY FERMCHGP.

       FD  RATE-FILE
           RECORDING MODE IS F.
           COPY FERMRATE.

       FD  RUN-HISTORY
           RECORDING MODE IS F.
           COPY FERMHIST.

       FD  HIST-ARCHIVE
           RECORDING MODE IS F.
       01  HIST-ARCHIVE-RECORD PIC X(114).

       FD  CHRG-REPORT
           RECORDING MODE IS F.
       01  CHRG-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS       PIC X(02).
           88  CTL-FOUND-OK        VALUE "00".
       01  WS-RATE-STATUS      PIC X(02).
           88  RATE-FOUND-OK       VALUE "00".
       01  WS-HIST-STATUS      PIC X(02).
           88  HIST-FOUND-OK       VALUE "00".
       01  WS-ARCH-STATUS      PIC X(02).
           88  ARCH-FOUND-OK       VALUE "00".
           88  ARCH-NOT-FOUND      VALUE "35".
       01  WS-REPORT-STATUS    PIC X(02).
           88  REPORT-FOUND-OK     VALUE "00".

       01  WS-RATE-EOF-SW      PIC X(01) VALUE "N".
           88  RATE-EOF            VALUE "Y".
       01  WS-HIST-EOF-SW      PIC X(01) VALUE "N".
           88  HIST-EOF            VALUE "Y".
       01  WS-ARCH-EOF-SW      PIC X(01) VALUE "N".
           88  ARCH-EOF            VALUE "Y".
       01  WS-ARCH-READ-SW     PIC X(01) VALUE "N".
           88  ARCHIVE-WAS-READ    VALUE "Y".

       01  WS-ARCHIVE-NAME     PIC X(20) VALUE SPACES.
       01  WS-BILL-MONTH       PIC 9(06).

      *-----------------------------------------------------------*
      * Contadores y totales de control. WS-SRC-xxx acumula por    *
      * archivo de origen (1 = FERMHIST, 2 = FHISTaaaa) lo que se  *
      * leyo del mes; WS-BILL-xxx lo que termino en los estados de *
      * cuenta. Tienen que coincidir.                              *
      *-----------------------------------------------------------*
       01  WS-SRC-IX           PIC 9(01) COMP.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 2 TIMES.
               10  WS-SRC-READ     PIC 9(09) COMP VALUE 0.
               10  WS-SRC-RUNS     PIC 9(09) COMP VALUE 0.
               10  WS-SRC-SECS     PIC 9(15) COMP VALUE 0.
               10  WS-SRC-COMBOS   PIC 9(18) COMP VALUE 0.
       01  WS-OTHER-MONTH-COUNT PIC 9(09) COMP VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(09) COMP VALUE 0.
       01  WS-DROPPED-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-HIST-RUNS        PIC 9(09) COMP VALUE 0.
       01  WS-HIST-SECS        PIC 9(15) COMP VALUE 0.
       01  WS-HIST-COMBOS      PIC 9(18) COMP VALUE 0.
       01  WS-BILL-RUNS        PIC 9(09) COMP VALUE 0.
       01  WS-BILL-SECS        PIC 9(15) COMP VALUE 0.
       01  WS-BILL-COMBOS      PIC 9(18) COMP VALUE 0.
       01  WS-BILL-AMOUNT      PIC 9(13)V99 COMP VALUE 0.
       01  WS-UNRATED-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-BAD-RATE-COUNT   PIC 9(09) COMP VALUE 0.
       01  WS-BALANCE-SW       PIC X(01) VALUE "Y".
           88  TOTALS-BALANCE      VALUE "Y".

      *-----------------------------------------------------------*
      * Tabla de tarifas cargada de RATEFILE.                      *
      *-----------------------------------------------------------*
       01  WS-RATE-MAX         PIC 9(03) COMP VALUE 200.
       01  WS-RATE-COUNT       PIC 9(03) COMP VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 200 TIMES.
               10  WS-RA-PROJECT   PIC X(08).
               10  WS-RA-N         PIC 9(09) COMP.
               10  WS-RA-RATE      PIC 9(07)V99 COMP.

      *-----------------------------------------------------------*
      * Acumulacion del mes por proyecto y N, en orden ascendente  *
      * de proyecto y N (insercion) para que cada estado de cuenta *
      * salga junto. Si la tabla se llena, la corrida queda sin    *
      * facturar, se cuenta y los totales de control lo muestran.  *
      *-----------------------------------------------------------*
       01  WS-ACC-MAX          PIC 9(04) COMP VALUE 1000.
       01  WS-ACC-COUNT        PIC 9(04) COMP VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-AC-ENTRY OCCURS 1000 TIMES.
               10  WS-AC-PROJECT   PIC X(08).
               10  WS-AC-N         PIC 9(09) COMP.
               10  WS-AC-RUNS      PIC 9(09) COMP.
               10  WS-AC-SECS      PIC 9(15) COMP.
               10  WS-AC-COMBOS    PIC 9(18) COMP.
       01  WS-ACC-FOUND-SW     PIC X(01).
           88  ACC-ALREADY-SEEN    VALUE "Y".

      *-----------------------------------------------------------*
      * Totales por proyecto que dejan los estados de cuenta, para *
      * el resumen final.                                          *
      *-----------------------------------------------------------*
       01  WS-PRJ-COUNT        PIC 9(04) COMP VALUE 0.
       01  WS-PRJ-TABLE.
           05  WS-PJ-ENTRY OCCURS 1000 TIMES.
               10  WS-PJ-PROJECT   PIC X(08).
               10  WS-PJ-RUNS      PIC 9(09) COMP.
               10  WS-PJ-SECS      PIC 9(15) COMP.
               10  WS-PJ-COMBOS    PIC 9(18) COMP.
               10  WS-PJ-AMOUNT    PIC 9(13)V99 COMP.

       01  WS-E                PIC 9(04) COMP.
       01  WS-I                PIC 9(04) COMP.
       01  WS-J                PIC 9(04) COMP.
       01  WS-K                PIC 9(04) COMP.
       01  WS-CUR-PROJECT      PIC X(08).
       01  WS-RATE             PIC 9(07)V99 COMP.
       01  WS-RATE-LEVEL       PIC 9(01) COMP.
       01  WS-BEST-LEVEL       PIC 9(01) COMP.
       01  WS-HOURS            PIC 9(11)V99 COMP.
       01  WS-AMOUNT           PIC 9(13)V99 COMP.

       01  WS-D-COUNT          PIC 9(09).
       01  WS-D-PROJECT        PIC X(08).
       01  WS-HEADING-LINE     PIC X(132).

       01  WS-STATEMENT-COLUMNS.
           05  FILLER          PIC X(11) VALUE "          N".
           05  FILLER          PIC X(10) VALUE "      RUNS".
           05  FILLER          PIC X(13) VALUE " ELAPSED SECS".
           05  FILLER          PIC X(13) VALUE "        HOURS".
           05  FILLER          PIC X(19) VALUE "             COMBOS".
           05  FILLER          PIC X(11) VALUE "  RATE/HOUR".
           05  FILLER          PIC X(15) VALUE "         AMOUNT".
           05  FILLER          PIC X(40) VALUE "  NOTE".

       01  WS-STATEMENT-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  CS-N            PIC Z(08)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CS-RUNS         PIC Z(08)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CS-SECS         PIC Z(11)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CS-HOURS        PIC Z(08)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CS-COMBOS       PIC Z(17)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CS-RATE         PIC Z(06)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CS-AMOUNT       PIC Z(10)9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  CS-NOTE         PIC X(07).
           05  FILLER          PIC X(31) VALUE SPACES.

       01  WS-PROJECT-TOTAL-LINE.
           05  FILLER          PIC X(12) VALUE "  TOTAL".
           05  CP-RUNS         PIC Z(08)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CP-SECS         PIC Z(11)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CP-HOURS        PIC Z(08)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CP-COMBOS       PIC Z(17)9.
           05  FILLER          PIC X(12) VALUE SPACES.
           05  CP-AMOUNT       PIC Z(10)9.99.
           05  FILLER          PIC X(39) VALUE SPACES.

       01  WS-SUMMARY-COLUMNS.
           05  FILLER          PIC X(11) VALUE "  PROJECT".
           05  FILLER          PIC X(10) VALUE "      RUNS".
           05  FILLER          PIC X(13) VALUE " ELAPSED SECS".
           05  FILLER          PIC X(13) VALUE "        HOURS".
           05  FILLER          PIC X(19) VALUE "             COMBOS".
           05  FILLER          PIC X(11) VALUE SPACES.
           05  FILLER          PIC X(15) VALUE "         AMOUNT".
           05  FILLER          PIC X(40) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  CY-PROJECT      PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  CY-RUNS         PIC Z(08)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CY-SECS         PIC Z(11)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CY-HOURS        PIC Z(08)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CY-COMBOS       PIC Z(17)9.
           05  FILLER          PIC X(12) VALUE SPACES.
           05  CY-AMOUNT       PIC Z(10)9.99.
           05  FILLER          PIC X(39) VALUE SPACES.

       01  WS-CONTROL-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  CX-LABEL        PIC X(30).
           05  FILLER          PIC X(06) VALUE " RUNS=".
           05  CX-RUNS         PIC Z(08)9.
           05  FILLER          PIC X(07) VALUE " SECS=".
           05  CX-SECS         PIC Z(14)9.
           05  FILLER          PIC X(09) VALUE " COMBOS=".
           05  CX-COMBOS       PIC Z(17)9.
           05  FILLER          PIC X(36) VALUE SPACES.

       01  WS-COUNTS-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(16) VALUE "FERMHIST READ =".
           05  CC-HIST-READ    PIC Z(08)9.
           05  FILLER          PIC X(17) VALUE "  FHISTAAAA READ=".
           05  CC-ARCH-READ    PIC Z(08)9.
           05  FILLER          PIC X(16) VALUE "   OTHER MONTHS=".
           05  CC-OTHER        PIC Z(08)9.
           05  FILLER          PIC X(12) VALUE "   REJECTED=".
           05  CC-REJECTED     PIC Z(08)9.
           05  FILLER          PIC X(11) VALUE "   DROPPED=".
           05  CC-DROPPED      PIC Z(08)9.
           05  FILLER          PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-READ-CHRG-CONTROL
           PERFORM 020-LOAD-RATE-TABLE
           OPEN INPUT RUN-HISTORY
           IF NOT HIST-FOUND-OK
               DISPLAY "RUN HISTORY NOT FOUND - FERMHIST - STATUS="
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHRG-REPORT
           IF NOT REPORT-FOUND-OK
               DISPLAY "UNABLE TO OPEN CHRG-REPORT - CHRGRPT"
                   " STATUS=" WS-REPORT-STATUS
               CLOSE RUN-HISTORY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1 TO WS-SRC-IX
           PERFORM UNTIL HIST-EOF
               READ RUN-HISTORY
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SRC-READ (WS-SRC-IX)
                       PERFORM 100-ADD-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY
           PERFORM 050-READ-HIST-ARCHIVE

           PERFORM 200-WRITE-HEADINGS
           IF WS-ACC-COUNT = 0
               MOVE "NO RUNS TO CHARGE FOR THIS MONTH"
                   TO CHRG-REPORT-RECORD
               WRITE CHRG-REPORT-RECORD
           ELSE
               PERFORM 300-WRITE-STATEMENTS
               PERFORM 400-WRITE-SUMMARY
           END-IF
           PERFORM 500-WRITE-CONTROL-TOTALS
           CLOSE CHRG-REPORT

           MOVE WS-BILL-RUNS TO WS-D-COUNT
           DISPLAY "FERMCHRG - MONTH=" WS-BILL-MONTH
               " RUNS BILLED=" WS-D-COUNT
               " PROJECTS=" WS-PRJ-COUNT
           IF WS-UNRATED-COUNT > 0 OR WS-BAD-RATE-COUNT > 0
               DISPLAY "FERMCHRG - " WS-UNRATED-COUNT
                   " LINES WITHOUT A RATE, " WS-BAD-RATE-COUNT
                   " INVALID RATEFILE RECORDS"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT TOTALS-BALANCE
               DISPLAY "FERMCHRG - CONTROL TOTALS OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
      * 010-READ-CHRG-CONTROL                                       *
      * Lee de CHRGCTL el mes a facturar y arma el nombre del       *
      * archivo anual FHISTaaaa de ese anio.                        *
      *-----------------------------------------------------------*
       010-READ-CHRG-CONTROL.
           OPEN INPUT CHRG-CTL
           IF NOT CTL-FOUND-OK
               DISPLAY "CHRGCTL NOT FOUND - CANNOT RUN CHARGEBACK"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CHRG-CTL
               AT END
                   DISPLAY "CHRGCTL IS EMPTY - CANNOT RUN CHARGEBACK"
                   CLOSE CHRG-CTL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF CG-MONTH NOT NUMERIC OR CG-MM < 1 OR CG-MM > 12
               DISPLAY "CHRGCTL MONTH MUST BE YYYYMM - "
                   "CANNOT RUN CHARGEBACK"
               CLOSE CHRG-CTL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CG-MONTH TO WS-BILL-MONTH
           STRING "FHIST" CG-YEAR DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           CLOSE CHRG-CTL.

      *-----------------------------------------------------------*
      * 020-LOAD-RATE-TABLE                                         *
      * Carga RATEFILE en memoria. Los comentarios ("*" en la       *
      * primera posicion) y los renglones en blanco se saltean; un  *
      * registro con N o tarifa no numericos se avisa, se cuenta y  *
      * se saltea.                                                  *
      *-----------------------------------------------------------*
       020-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF NOT RATE-FOUND-OK
               DISPLAY "RATEFILE NOT FOUND - CANNOT PRICE CHARGEBACK"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL RATE-EOF
               READ RATE-FILE
                   AT END
                       MOVE "Y" TO WS-RATE-EOF-SW
                   NOT AT END
                       IF FERMAT-RATE-RECORD NOT = SPACES
                          AND RR-PROJECT-CODE (1:1) NOT = "*"
                           PERFORM 030-LOAD-ONE-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

       030-LOAD-ONE-RATE.
           IF RR-N NOT NUMERIC OR RR-RATE-PER-HOUR NOT NUMERIC
               DISPLAY "SKIPPING INVALID RATEFILE RECORD - "
                   FERMAT-RATE-RECORD
               ADD 1 TO WS-BAD-RATE-COUNT
           ELSE
               IF WS-RATE-COUNT >= WS-RATE-MAX
                   DISPLAY "RATEFILE HAS MORE THAN " WS-RATE-MAX
                       " RATES - CANNOT PRICE CHARGEBACK"
                   CLOSE RATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RATE-COUNT
               MOVE RR-PROJECT-CODE  TO WS-RA-PROJECT (WS-RATE-COUNT)
               MOVE RR-N             TO WS-RA-N (WS-RATE-COUNT)
               MOVE RR-RATE-PER-HOUR TO WS-RA-RATE (WS-RATE-COUNT)
           END-IF.

      *-----------------------------------------------------------*
      * 050-READ-HIST-ARCHIVE                                       *
      * Suma las corridas del mes que FERMARCH ya paso al archivo   *
      * anual FHISTaaaa. Que el archivo no exista es normal (nada   *
      * de ese anio se archivo todavia) y solo se anota en el       *
      * reporte; cualquier otro error de apertura es fatal.         *
      *-----------------------------------------------------------*
       050-READ-HIST-ARCHIVE.
           OPEN INPUT HIST-ARCHIVE
           IF ARCH-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT ARCH-FOUND-OK
                   DISPLAY "UNABLE TO OPEN HIST-ARCHIVE - "
                       WS-ARCHIVE-NAME " STATUS=" WS-ARCH-STATUS
                   CLOSE CHRG-REPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-ARCH-READ-SW
               MOVE 2 TO WS-SRC-IX
               PERFORM UNTIL ARCH-EOF
                   READ HIST-ARCHIVE
                       AT END
                           MOVE "Y" TO WS-ARCH-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-SRC-READ (WS-SRC-IX)
                           MOVE HIST-ARCHIVE-RECORD
                               TO FERMAT-HIST-RECORD
                           PERFORM 100-ADD-ONE-RUN
                   END-READ
               END-PERFORM
               CLOSE HIST-ARCHIVE
           END-IF.

      *-----------------------------------------------------------*
      * 100-ADD-ONE-RUN                                             *
      * Suma la corrida del registro de historial al proyecto y N   *
      * que le corresponden si su fecha cae en el mes facturado.    *
      * Un registro con fecha, N, combos o segundos no numericos no *
      * se puede cobrar: se rechaza y se cuenta. Todo lo que entra  *
      * va primero a los totales de control del archivo de origen.  *
      *-----------------------------------------------------------*
       100-ADD-ONE-RUN.
           IF RH-DATE NOT NUMERIC
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF RH-DATE (1:6) NOT = WS-BILL-MONTH
                   ADD 1 TO WS-OTHER-MONTH-COUNT
               ELSE
                   IF RH-N NOT NUMERIC OR RH-COMBOS NOT NUMERIC
                      OR RH-ELAPSED-SECS NOT NUMERIC
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       ADD 1 TO WS-SRC-RUNS (WS-SRC-IX)
                       ADD RH-ELAPSED-SECS TO WS-SRC-SECS (WS-SRC-IX)
                       ADD RH-COMBOS TO WS-SRC-COMBOS (WS-SRC-IX)
                       PERFORM 150-ACCUMULATE-RUN
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 150-ACCUMULATE-RUN                                          *
      * Busca el renglon proyecto/N de la corrida y le suma la      *
      * corrida; si no existe lo inserta en orden.                  *
      *-----------------------------------------------------------*
       150-ACCUMULATE-RUN.
           MOVE "N" TO WS-ACC-FOUND-SW
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACC-COUNT OR ACC-ALREADY-SEEN
               IF WS-AC-PROJECT (WS-I) = RH-PROJECT-CODE
                  AND WS-AC-N (WS-I) = RH-N
                   MOVE "Y" TO WS-ACC-FOUND-SW
                   MOVE WS-I TO WS-E
               END-IF
           END-PERFORM
           IF NOT ACC-ALREADY-SEEN
               IF WS-ACC-COUNT >= WS-ACC-MAX
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ACC-COUNT
                          OR RH-PROJECT-CODE < WS-AC-PROJECT (WS-I)
                          OR (RH-PROJECT-CODE = WS-AC-PROJECT (WS-I)
                              AND RH-N < WS-AC-N (WS-I))
                       CONTINUE
                   END-PERFORM
                   ADD 1 TO WS-ACC-COUNT
                   PERFORM VARYING WS-J FROM WS-ACC-COUNT BY -1
                       UNTIL WS-J <= WS-I
                       COMPUTE WS-K = WS-J - 1
                       MOVE WS-AC-ENTRY (WS-K) TO WS-AC-ENTRY (WS-J)
                   END-PERFORM
                   MOVE RH-PROJECT-CODE TO WS-AC-PROJECT (WS-I)
                   MOVE RH-N            TO WS-AC-N (WS-I)
                   MOVE 0               TO WS-AC-RUNS (WS-I)
                   MOVE 0               TO WS-AC-SECS (WS-I)
                   MOVE 0               TO WS-AC-COMBOS (WS-I)
                   MOVE "Y" TO WS-ACC-FOUND-SW
                   MOVE WS-I TO WS-E
               END-IF
           END-IF
           IF ACC-ALREADY-SEEN
               ADD 1               TO WS-AC-RUNS (WS-E)
               ADD RH-ELAPSED-SECS TO WS-AC-SECS (WS-E)
               ADD RH-COMBOS       TO WS-AC-COMBOS (WS-E)
           END-IF.

      *-----------------------------------------------------------*
      * 200-WRITE-HEADINGS                                          *
      *-----------------------------------------------------------*
       200-WRITE-HEADINGS.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "FERMCHRG - MACHINE-TIME CHARGEBACK - MONTH "
                  WS-BILL-MONTH
                  " - SOURCES FERMHIST AND " WS-ARCHIVE-NAME
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD
           IF NOT ARCHIVE-WAS-READ
               MOVE SPACES TO WS-HEADING-LINE
               STRING "ARCHIVE " WS-ARCHIVE-NAME
                      " NOT FOUND - NOTHING ARCHIVED FOR THIS YEAR"
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
               MOVE WS-HEADING-LINE TO CHRG-REPORT-RECORD
               WRITE CHRG-REPORT-RECORD
           END-IF
           MOVE SPACES TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 300-WRITE-STATEMENTS                                        *
      * Recorre la tabla acumulada (ya ordenada por proyecto y N)   *
      * emitiendo un estado de cuenta por proyecto.                 *
      *-----------------------------------------------------------*
       300-WRITE-STATEMENTS.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-ACC-COUNT
               IF WS-E = 1
                  OR WS-AC-PROJECT (WS-E) NOT = WS-CUR-PROJECT
                   IF WS-E > 1
                       PERFORM 330-CLOSE-STATEMENT
                   END-IF
                   PERFORM 310-OPEN-STATEMENT
               END-IF
               PERFORM 320-STATEMENT-LINE
           END-PERFORM
           PERFORM 330-CLOSE-STATEMENT.

       310-OPEN-STATEMENT.
           MOVE WS-AC-PROJECT (WS-E) TO WS-CUR-PROJECT
           ADD 1 TO WS-PRJ-COUNT
           MOVE WS-CUR-PROJECT TO WS-PJ-PROJECT (WS-PRJ-COUNT)
           MOVE 0 TO WS-PJ-RUNS (WS-PRJ-COUNT)
           MOVE 0 TO WS-PJ-SECS (WS-PRJ-COUNT)
           MOVE 0 TO WS-PJ-COMBOS (WS-PRJ-COUNT)
           MOVE 0 TO WS-PJ-AMOUNT (WS-PRJ-COUNT)
           IF WS-CUR-PROJECT = SPACES
               MOVE "(NONE)" TO WS-D-PROJECT
           ELSE
               MOVE WS-CUR-PROJECT TO WS-D-PROJECT
           END-IF
           MOVE SPACES TO WS-HEADING-LINE
           STRING "CHARGEBACK STATEMENT - MONTH " WS-BILL-MONTH
                  " - PROJECT " WS-D-PROJECT
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD
           MOVE WS-STATEMENT-COLUMNS TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 320-STATEMENT-LINE                                          *
      * Valoriza el renglon proyecto/N: horas = segundos / 3600,    *
      * importe = segundos por tarifa / 3600 (redondeado sobre los  *
      * segundos, no sobre las horas ya redondeadas). Sin tarifa    *
      * aplicable el importe queda en cero y se marca NO RATE.      *
      *-----------------------------------------------------------*
       320-STATEMENT-LINE.
           PERFORM 340-FIND-RATE
           COMPUTE WS-HOURS ROUNDED = WS-AC-SECS (WS-E) / 3600
           IF WS-BEST-LEVEL = 0
               MOVE 0 TO WS-AMOUNT
               MOVE "NO RATE" TO CS-NOTE
               ADD 1 TO WS-UNRATED-COUNT
           ELSE
               COMPUTE WS-AMOUNT ROUNDED =
                   WS-AC-SECS (WS-E) * WS-RATE / 3600
               MOVE SPACES TO CS-NOTE
           END-IF
           MOVE WS-AC-N (WS-E)      TO CS-N
           MOVE WS-AC-RUNS (WS-E)   TO CS-RUNS
           MOVE WS-AC-SECS (WS-E)   TO CS-SECS
           MOVE WS-HOURS            TO CS-HOURS
           MOVE WS-AC-COMBOS (WS-E) TO CS-COMBOS
           MOVE WS-RATE             TO CS-RATE
           MOVE WS-AMOUNT           TO CS-AMOUNT
           MOVE WS-STATEMENT-LINE TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD
           ADD WS-AC-RUNS (WS-E)   TO WS-PJ-RUNS (WS-PRJ-COUNT)
           ADD WS-AC-SECS (WS-E)   TO WS-PJ-SECS (WS-PRJ-COUNT)
           ADD WS-AC-COMBOS (WS-E) TO WS-PJ-COMBOS (WS-PRJ-COUNT)
           ADD WS-AMOUNT           TO WS-PJ-AMOUNT (WS-PRJ-COUNT).

      *-----------------------------------------------------------*
      * 330-CLOSE-STATEMENT                                         *
      * Escribe el total del estado de cuenta en curso y lo suma a  *
      * lo facturado para los totales de control.                   *
      *-----------------------------------------------------------*
       330-CLOSE-STATEMENT.
           COMPUTE WS-HOURS ROUNDED = WS-PJ-SECS (WS-PRJ-COUNT) / 3600
           MOVE WS-PJ-RUNS (WS-PRJ-COUNT)   TO CP-RUNS
           MOVE WS-PJ-SECS (WS-PRJ-COUNT)   TO CP-SECS
           MOVE WS-HOURS                    TO CP-HOURS
           MOVE WS-PJ-COMBOS (WS-PRJ-COUNT) TO CP-COMBOS
           MOVE WS-PJ-AMOUNT (WS-PRJ-COUNT) TO CP-AMOUNT
           MOVE WS-PROJECT-TOTAL-LINE TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD
           MOVE SPACES TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD
           ADD WS-PJ-RUNS (WS-PRJ-COUNT)   TO WS-BILL-RUNS
           ADD WS-PJ-SECS (WS-PRJ-COUNT)   TO WS-BILL-SECS
           ADD WS-PJ-COMBOS (WS-PRJ-COUNT) TO WS-BILL-COMBOS
           ADD WS-PJ-AMOUNT (WS-PRJ-COUNT) TO WS-BILL-AMOUNT.

      *-----------------------------------------------------------*
      * 340-FIND-RATE                                               *
      * Elige la tarifa mas especifica para el proyecto/N del       *
      * renglon WS-E: 4 = proyecto y N, 3 = proyecto con N cero,    *
      * 2 = general con el N, 1 = general con N cero. Nivel 0 es    *
      * que no hay tarifa aplicable.                                *
      *-----------------------------------------------------------*
       340-FIND-RATE.
           MOVE 0 TO WS-BEST-LEVEL
           MOVE 0 TO WS-RATE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RATE-COUNT
               MOVE 0 TO WS-RATE-LEVEL
               IF WS-RA-PROJECT (WS-I) = WS-AC-PROJECT (WS-E)
                   IF WS-RA-N (WS-I) = WS-AC-N (WS-E)
                       MOVE 4 TO WS-RATE-LEVEL
                   ELSE
                       IF WS-RA-N (WS-I) = 0
                           MOVE 3 TO WS-RATE-LEVEL
                       END-IF
                   END-IF
               END-IF
               IF WS-RATE-LEVEL = 0 AND WS-RA-PROJECT (WS-I) = SPACES
                   IF WS-RA-N (WS-I) = WS-AC-N (WS-E)
                       MOVE 2 TO WS-RATE-LEVEL
                   ELSE
                       IF WS-RA-N (WS-I) = 0
                           MOVE 1 TO WS-RATE-LEVEL
                       END-IF
                   END-IF
               END-IF
               IF WS-RATE-LEVEL > WS-BEST-LEVEL
                   MOVE WS-RATE-LEVEL    TO WS-BEST-LEVEL
                   MOVE WS-RA-RATE (WS-I) TO WS-RATE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------*
      * 400-WRITE-SUMMARY                                           *
      * Resumen de una linea por proyecto con el total general.     *
      *-----------------------------------------------------------*
       400-WRITE-SUMMARY.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "CHARGEBACK SUMMARY BY PROJECT - MONTH "
                  WS-BILL-MONTH
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD
           MOVE WS-SUMMARY-COLUMNS TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PRJ-COUNT
               IF WS-PJ-PROJECT (WS-I) = SPACES
                   MOVE "(NONE)" TO CY-PROJECT
               ELSE
                   MOVE WS-PJ-PROJECT (WS-I) TO CY-PROJECT
               END-IF
               COMPUTE WS-HOURS ROUNDED = WS-PJ-SECS (WS-I) / 3600
               MOVE WS-PJ-RUNS (WS-I)   TO CY-RUNS
               MOVE WS-PJ-SECS (WS-I)   TO CY-SECS
               MOVE WS-HOURS            TO CY-HOURS
               MOVE WS-PJ-COMBOS (WS-I) TO CY-COMBOS
               MOVE WS-PJ-AMOUNT (WS-I) TO CY-AMOUNT
               MOVE WS-SUMMARY-LINE TO CHRG-REPORT-RECORD
               WRITE CHRG-REPORT-RECORD
           END-PERFORM
           COMPUTE WS-HOURS ROUNDED = WS-BILL-SECS / 3600
           MOVE "TOTAL"        TO CY-PROJECT
           MOVE WS-BILL-RUNS   TO CY-RUNS
           MOVE WS-BILL-SECS   TO CY-SECS
           MOVE WS-HOURS       TO CY-HOURS
           MOVE WS-BILL-COMBOS TO CY-COMBOS
           MOVE WS-BILL-AMOUNT TO CY-AMOUNT
           MOVE WS-SUMMARY-LINE TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD
           MOVE SPACES TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 500-WRITE-CONTROL-TOTALS                                    *
      * Ata lo facturado con lo leido: corridas, segundos y combos  *
      * del mes por archivo de origen, su suma, y lo que quedo en   *
      * los estados de cuenta. Si no coinciden (tabla de            *
      * acumulacion llena) el reporte lo dice y el programa         *
      * termina con RETURN-CODE 8.                                  *
      *-----------------------------------------------------------*
       500-WRITE-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD
           MOVE WS-SRC-READ (1)  TO CC-HIST-READ
           MOVE WS-SRC-READ (2)  TO CC-ARCH-READ
           MOVE WS-OTHER-MONTH-COUNT TO CC-OTHER
           MOVE WS-REJECTED-COUNT    TO CC-REJECTED
           MOVE WS-DROPPED-COUNT     TO CC-DROPPED
           MOVE WS-COUNTS-LINE TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD

           MOVE "FERMHIST RUNS IN MONTH" TO CX-LABEL
           MOVE WS-SRC-RUNS (1)   TO CX-RUNS
           MOVE WS-SRC-SECS (1)   TO CX-SECS
           MOVE WS-SRC-COMBOS (1) TO CX-COMBOS
           MOVE WS-CONTROL-LINE TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD
           MOVE SPACES TO CX-LABEL
           STRING WS-ARCHIVE-NAME DELIMITED BY SPACE
                  " RUNS IN MONTH" DELIMITED BY SIZE
               INTO CX-LABEL
           MOVE WS-SRC-RUNS (2)   TO CX-RUNS
           MOVE WS-SRC-SECS (2)   TO CX-SECS
           MOVE WS-SRC-COMBOS (2) TO CX-COMBOS
           MOVE WS-CONTROL-LINE TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD

           COMPUTE WS-HIST-RUNS = WS-SRC-RUNS (1) + WS-SRC-RUNS (2)
           COMPUTE WS-HIST-SECS = WS-SRC-SECS (1) + WS-SRC-SECS (2)
           COMPUTE WS-HIST-COMBOS =
               WS-SRC-COMBOS (1) + WS-SRC-COMBOS (2)
           MOVE "HISTORY TOTAL FOR MONTH" TO CX-LABEL
           MOVE WS-HIST-RUNS   TO CX-RUNS
           MOVE WS-HIST-SECS   TO CX-SECS
           MOVE WS-HIST-COMBOS TO CX-COMBOS
           MOVE WS-CONTROL-LINE TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD
           MOVE "BILLED ON STATEMENTS" TO CX-LABEL
           MOVE WS-BILL-RUNS   TO CX-RUNS
           MOVE WS-BILL-SECS   TO CX-SECS
           MOVE WS-BILL-COMBOS TO CX-COMBOS
           MOVE WS-CONTROL-LINE TO CHRG-REPORT-RECORD
           WRITE CHRG-REPORT-RECORD

           IF WS-BILL-RUNS NOT = WS-HIST-RUNS
              OR WS-BILL-SECS NOT = WS-HIST-SECS
              OR WS-BILL-COMBOS NOT = WS-HIST-COMBOS
               MOVE "N" TO WS-BALANCE-SW
               MOVE "*** CONTROL TOTALS OUT OF BALANCE ***"
                   TO CHRG-REPORT-RECORD
           ELSE
               MOVE "CONTROL TOTALS IN BALANCE" TO CHRG-REPORT-RECORD
           END-IF
           WRITE CHRG-REPORT-RECORD.

       END PROGRAM FERMCHRG.
