      *===============================================================*
      * PROGRAMA: FERMTRND.CBL                                       *
      * DESCRIPCIÓN: Reporte de tendencia y degradacion del           *
      *              rendimiento a partir del historial permanente    *
      *              RUN-HISTORY (FERMHIST). Por cada N y particion   *
      *              lista corrida por corrida la tasa de             *
      *              combinaciones por segundo (RH-COMBOS sobre       *
      *              RH-ELAPSED-SECS) junto al promedio movil de las  *
      *              corridas anteriores, y marca LENTA toda corrida  *
      *              que quede mas de un porcentaje por debajo de ese *
      *              promedio: una maquina o particion que se         *
      *              degrada en silencio aparece aca antes de que     *
      *              los TIMELIMIT lo delaten. Despues, por cada N,   *
      *              sigue fecha por fecha la proporcion de desbordes *
      *              (RH-OVERFLOWS sobre RH-COMBOS, en desbordes por  *
      *              millon de combinaciones) y marca EN ALZA el N    *
      *              cuya proporcion viene subiendo. Los filtros y    *
      *              umbrales vienen de TRNDCTL (ver FERMTRNP.CPY).   *
      *              Solo cuentan los barridos clasicos, igual que la *
      *              tasa de FERMPLAN: las re-busquedas, las mixtas y *
      *              las de busqueda por Z recorren espacios          *
      *              distintos y sus tasas no son comparables.        *
      *              Termina con RETURN-CODE 4 si marco alguna        *
      *              corrida o algun N, para que el job lo haga ver.  *
      * AUTOR: ANONIMO                                               *
      *==============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERMTRND.
       AUTHOR. ANONIMO.

      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JCM  Version inicial: tasa por corrida con     *
      *                  promedio movil por N/particion, marca de  *
      *                  corridas lentas y de proporcion de        *
      *                  desbordes en alza por N.                  *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRND-CTL ASSIGN TO "TRNDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RUN-HISTORY ASSIGN TO "FERMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TRND-REPORT ASSIGN TO "TRNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRND-CTL
           RECORDING MODE IS F.
           COPY FERMTRNP.

       FD  RUN-HISTORY
           RECORDING MODE IS F.
           COPY FERMHIST.

       FD  TRND-REPORT
           RECORDING MODE IS F.
       01  TRND-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS       PIC X(02).
           88  CTL-FOUND-OK        VALUE "00".
       01  WS-HIST-STATUS      PIC X(02).
           88  HIST-FOUND-OK       VALUE "00".
       01  WS-REPORT-STATUS    PIC X(02).
           88  REPORT-FOUND-OK     VALUE "00".

       01  WS-HIST-EOF-SW      PIC X(01) VALUE "N".
           88  HIST-EOF            VALUE "Y".

       01  WS-FILTER-N         PIC 9(09) COMP VALUE 0.
       01  WS-FILTER-DATE-FROM PIC 9(08) COMP VALUE 0.
       01  WS-FILTER-DATE-TO   PIC 9(08) COMP VALUE 0.
       01  WS-AVG-RUNS         PIC 9(02) COMP VALUE 5.
       01  WS-SLOW-PCT         PIC 9(02) COMP VALUE 20.
       01  WS-OVF-RISES        PIC 9(02) COMP VALUE 3.

       01  WS-READ-COUNT       PIC 9(09) COMP VALUE 0.
       01  WS-LOADED-COUNT     PIC 9(09) COMP VALUE 0.
       01  WS-SKIPPED-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-DROPPED-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-SLOW-COUNT       PIC 9(09) COMP VALUE 0.
       01  WS-CLIMB-COUNT      PIC 9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      * Tabla de corridas elegibles cargada del historial, en el   *
      * orden cronologico en que FERMAT.CBL las agrego. El tope de *
      * 2000 corridas es el mismo de FERMCOVR; el exceso se deja   *
      * afuera con aviso y RETURN-CODE 8. WS-RT-LIST-SW marca las  *
      * corridas dentro del rango de fechas pedido (las anteriores *
      * solo alimentan el promedio movil y la tendencia).          *
      *-----------------------------------------------------------*
       01  WS-RUN-MAX          PIC 9(04) COMP VALUE 2000.
       01  WS-RUN-COUNT        PIC 9(04) COMP VALUE 0.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 2000 TIMES.
               10  WS-RT-N         PIC 9(09) COMP.
               10  WS-RT-PART      PIC 9(01).
               10  WS-RT-DATE      PIC 9(08).
               10  WS-RT-TIME      PIC 9(06).
               10  WS-RT-COMBOS    PIC 9(18) COMP.
               10  WS-RT-SECS      PIC 9(09) COMP.
               10  WS-RT-OVERFLOWS PIC 9(09) COMP.
               10  WS-RT-STATUS    PIC X(09).
               10  WS-RT-LIST-SW   PIC X(01).
                   88  RT-IN-RANGE     VALUE "Y".

      *-----------------------------------------------------------*
      * Lista de pares N/particion distintos, en orden ascendente  *
      * de N y particion para que el reporte salga ordenado.       *
      *-----------------------------------------------------------*
       01  WS-GRP-MAX          PIC 9(03) COMP VALUE 500.
       01  WS-GRP-COUNT        PIC 9(03) COMP VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GP-ENTRY OCCURS 500 TIMES.
               10  WS-GP-N         PIC 9(09) COMP.
               10  WS-GP-PART      PIC 9(01).
       01  WS-GRP-FOUND-SW     PIC X(01).
           88  GROUP-ALREADY-SEEN  VALUE "Y".

      *-----------------------------------------------------------*
      * Lista de exponentes distintos, en orden ascendente, para   *
      * la seccion de tendencia de desbordes.                      *
      *-----------------------------------------------------------*
       01  WS-N-MAX            PIC 9(03) COMP VALUE 100.
       01  WS-N-COUNT          PIC 9(03) COMP VALUE 0.
       01  WS-N-TABLE.
           05  WS-NT-N         PIC 9(09) COMP OCCURS 100 TIMES.
       01  WS-N-FOUND-SW       PIC X(01).
           88  N-ALREADY-SEEN      VALUE "Y".

      *-----------------------------------------------------------*
      * Ventana del promedio movil del N/particion en curso: las   *
      * tasas de las ultimas WS-AVG-RUNS corridas no lentas, la    *
      * mas vieja primero. Las corridas marcadas lentas no entran, *
      * asi una degradacion sostenida sigue marcandose en vez de   *
      * ir bajando el promedio hasta esconderse.                   *
      *-----------------------------------------------------------*
       01  WS-AV-COUNT         PIC 9(02) COMP VALUE 0.
       01  WS-AV-TABLE.
           05  WS-AV-RATE      PIC 9(18) COMP OCCURS 20 TIMES.

       01  WS-R                PIC 9(04) COMP.
       01  WS-I                PIC 9(04) COMP.
       01  WS-J                PIC 9(04) COMP.
       01  WS-G                PIC 9(03) COMP.
       01  WS-M                PIC 9(03) COMP.
       01  WS-REPORT-N         PIC 9(09) COMP.
       01  WS-REPORT-PART      PIC 9(01).

       01  WS-RATE             PIC 9(18) COMP.
       01  WS-AVG-RATE         PIC 9(18) COMP.
       01  WS-SUM-RATE         PIC 9(18) COMP.
       01  WS-PCT-OF-AVG       PIC 9(09) COMP.
       01  WS-SLOW-LIMIT       PIC 9(18) COMP.
       01  WS-RATE-X100        PIC 9(18) COMP.
       01  WS-RUN-SLOW-SW      PIC X(01).
           88  RUN-IS-SLOW         VALUE "Y".
       01  WS-GRP-LISTED       PIC 9(09) COMP.
       01  WS-GRP-SLOW         PIC 9(09) COMP.

       01  WS-DAY-DATE         PIC 9(08).
       01  WS-DAY-COMBOS       PIC 9(18) COMP.
       01  WS-DAY-OVERFLOWS    PIC 9(18) COMP.
       01  WS-DAY-PPM          PIC 9(18) COMP.
       01  WS-PREV-PPM         PIC 9(18) COMP.
       01  WS-FIRST-PPM        PIC 9(18) COMP.
       01  WS-DAY-COUNT        PIC 9(09) COMP.
       01  WS-RISE-STREAK      PIC 9(09) COMP.

       01  WS-D-FILTER-N       PIC 9(09).
       01  WS-D-DATE-FROM      PIC 9(08).
       01  WS-D-DATE-TO        PIC 9(08).
       01  WS-D-AVG-RUNS       PIC 9(02).
       01  WS-D-SLOW-PCT       PIC 9(02).
       01  WS-D-OVF-RISES      PIC 9(02).
       01  WS-HEADING-LINE     PIC X(132).

       01  WS-GROUP-HEADING.
           05  FILLER          PIC X(13) VALUE "EXPONENT N = ".
           05  GH-N            PIC Z(08)9.
           05  FILLER          PIC X(14) VALUE "   PARTITION =".
           05  GH-PART         PIC Z9.
           05  FILLER          PIC X(94) VALUE SPACES.

       01  WS-TREND-COLUMNS.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DATE".
           05  FILLER          PIC X(07) VALUE "TIME".
           05  FILLER          PIC X(10) VALUE "STATUS".
           05  FILLER          PIC X(19) VALUE "            COMBOS".
           05  FILLER          PIC X(10) VALUE "  ELAPSED".
           05  FILLER          PIC X(19) VALUE "        COMBOS/SEC".
           05  FILLER          PIC X(19) VALUE "      TRAILING AVG".
           05  FILLER          PIC X(05) VALUE " PCT".
           05  FILLER          PIC X(03) VALUE " #".
           05  FILLER          PIC X(29) VALUE "FLAG".

       01  WS-TREND-DETAIL.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  TR-DATE         PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TR-TIME         PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TR-STATUS       PIC X(09).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TR-COMBOS       PIC Z(17)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TR-SECS         PIC Z(08)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TR-RATE         PIC Z(17)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TR-AVG          PIC Z(17)9 BLANK WHEN ZERO.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TR-PCT          PIC ZZZ9 BLANK WHEN ZERO.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TR-AVG-RUNS     PIC Z9 BLANK WHEN ZERO.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TR-FLAG         PIC X(20).
           05  FILLER          PIC X(08) VALUE SPACES.

       01  WS-GROUP-TOTALS-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(13) VALUE "RUNS LISTED =".
           05  GT-LISTED       PIC Z(08)9.
           05  FILLER          PIC X(13) VALUE "   SLOW RUNS=".
           05  GT-SLOW         PIC Z(08)9.
           05  FILLER          PIC X(86) VALUE SPACES.

       01  WS-OVF-COLUMNS.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "RUN DATE".
           05  FILLER          PIC X(19) VALUE "            COMBOS".
           05  FILLER          PIC X(19) VALUE "         OVERFLOWS".
           05  FILLER          PIC X(19) VALUE "        OVF/MILLION".
           05  FILLER          PIC X(62) VALUE "  TREND".

       01  WS-OVF-DETAIL.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  OD-DATE         PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  OD-COMBOS       PIC Z(17)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  OD-OVERFLOWS    PIC Z(17)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  OD-PPM          PIC Z(17)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  OD-TREND        PIC X(04).
           05  FILLER          PIC X(57) VALUE SPACES.

       01  WS-OVF-SUMMARY.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(11) VALUE "RUN DATES =".
           05  OS-DAYS         PIC Z(08)9.
           05  FILLER          PIC X(13) VALUE "   FIRST PPM=".
           05  OS-FIRST        PIC Z(17)9.
           05  FILLER          PIC X(12) VALUE "   LAST PPM=".
           05  OS-LAST         PIC Z(17)9.
           05  FILLER          PIC X(15) VALUE "  RISES IN ROW=".
           05  OS-STREAK       PIC Z(08)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  OS-FLAG         PIC X(08).
           05  FILLER          PIC X(15) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER          PIC X(11) VALUE "RUNS READ =".
           05  TX-READ         PIC Z(08)9.
           05  FILLER          PIC X(12) VALUE "   ELIGIBLE=".
           05  TX-LOADED       PIC Z(08)9.
           05  FILLER          PIC X(11) VALUE "   SKIPPED=".
           05  TX-SKIPPED      PIC Z(08)9.
           05  FILLER          PIC X(13) VALUE "   SLOW RUNS=".
           05  TX-SLOW         PIC Z(08)9.
           05  FILLER          PIC X(21) VALUE
               "   EXPONENTS RISING=".
           05  TX-CLIMB        PIC Z(08)9.
           05  FILLER          PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-READ-TRND-CONTROL
           OPEN INPUT RUN-HISTORY
           IF NOT HIST-FOUND-OK
               DISPLAY "RUN HISTORY NOT FOUND - FERMHIST - STATUS="
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRND-REPORT
           IF NOT REPORT-FOUND-OK
               DISPLAY "UNABLE TO OPEN TRND-REPORT - TRNDRPT"
                   " STATUS=" WS-REPORT-STATUS
               CLOSE RUN-HISTORY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL HIST-EOF
               READ RUN-HISTORY
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 100-LOAD-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY

           PERFORM 200-WRITE-HEADINGS
           IF WS-GRP-COUNT = 0
               MOVE "NO ELIGIBLE RUNS IN RUN-HISTORY"
                   TO TRND-REPORT-RECORD
               WRITE TRND-REPORT-RECORD
           ELSE
               PERFORM 300-REPORT-ONE-GROUP
                   VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-GRP-COUNT
               PERFORM 400-REPORT-OVERFLOW-TREND
           END-IF
           PERFORM 500-WRITE-TOTALS
           CLOSE TRND-REPORT

           DISPLAY "FERMTRND - RUNS READ=" WS-READ-COUNT
               " ELIGIBLE=" WS-LOADED-COUNT
               " SLOW=" WS-SLOW-COUNT
               " RISING=" WS-CLIMB-COUNT
           IF WS-SLOW-COUNT > 0 OR WS-CLIMB-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DROPPED-COUNT > 0
               DISPLAY "FERMTRND - RUN TABLE FULL - "
                   WS-DROPPED-COUNT " RUNS LEFT OUT OF THE REPORT"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
      * 010-READ-TRND-CONTROL                                       *
      * Lee de TRNDCTL los filtros y umbrales. Un campo no          *
      * numerico se toma como cero; los umbrales en cero toman su   *
      * valor por omision y el promedio movil no pasa de 20         *
      * corridas (el tamanio de la ventana).                        *
      *-----------------------------------------------------------*
       010-READ-TRND-CONTROL.
           OPEN INPUT TRND-CTL
           IF NOT CTL-FOUND-OK
               DISPLAY "TRNDCTL NOT FOUND - CANNOT REPORT TREND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TRND-CTL
               AT END
                   DISPLAY "TRNDCTL IS EMPTY - CANNOT REPORT TREND"
                   CLOSE TRND-CTL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF TC-N NUMERIC
               MOVE TC-N TO WS-FILTER-N
           END-IF
           IF TC-DATE-FROM NUMERIC
               MOVE TC-DATE-FROM TO WS-FILTER-DATE-FROM
           END-IF
           IF TC-DATE-TO NUMERIC
               MOVE TC-DATE-TO TO WS-FILTER-DATE-TO
           END-IF
           IF TC-AVG-RUNS NUMERIC AND TC-AVG-RUNS > 0
               MOVE TC-AVG-RUNS TO WS-AVG-RUNS
           END-IF
           IF WS-AVG-RUNS > 20
               MOVE 20 TO WS-AVG-RUNS
           END-IF
           IF TC-SLOW-PCT NUMERIC AND TC-SLOW-PCT > 0
               MOVE TC-SLOW-PCT TO WS-SLOW-PCT
           END-IF
           IF TC-OVF-RISES NUMERIC AND TC-OVF-RISES > 0
               MOVE TC-OVF-RISES TO WS-OVF-RISES
           END-IF
           CLOSE TRND-CTL.

      *-----------------------------------------------------------*
      * 100-LOAD-ONE-RUN                                            *
      * Carga en la tabla una corrida de barrido clasico que pasa   *
      * el filtro de N y no es posterior a TC-DATE-TO. Las          *
      * re-busquedas (por modo o, en las anteriores al campo        *
      * RH-MODE, por estado RECHECK), las mixtas, las de busqueda   *
      * por Z y los registros con basura se saltean y se cuentan.   *
      *-----------------------------------------------------------*
       100-LOAD-ONE-RUN.
           IF RH-N NOT NUMERIC OR RH-PARTITION NOT NUMERIC
              OR RH-DATE NOT NUMERIC OR RH-COMBOS NOT NUMERIC
              OR RH-ELAPSED-SECS NOT NUMERIC
              OR RH-OVERFLOWS NOT NUMERIC
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF RH-SWEEP-MODE AND NOT RH-RECHECK
                  AND (WS-FILTER-N = 0 OR RH-N = WS-FILTER-N)
                  AND (WS-FILTER-DATE-TO = 0
                       OR RH-DATE <= WS-FILTER-DATE-TO)
                   IF WS-RUN-COUNT >= WS-RUN-MAX
                       ADD 1 TO WS-DROPPED-COUNT
                   ELSE
                       ADD 1 TO WS-RUN-COUNT
                       MOVE RH-N         TO WS-RT-N (WS-RUN-COUNT)
                       MOVE RH-PARTITION TO WS-RT-PART (WS-RUN-COUNT)
                       MOVE RH-DATE      TO WS-RT-DATE (WS-RUN-COUNT)
                       MOVE RH-TIME      TO WS-RT-TIME (WS-RUN-COUNT)
                       MOVE RH-COMBOS    TO WS-RT-COMBOS (WS-RUN-COUNT)
                       MOVE RH-ELAPSED-SECS
                           TO WS-RT-SECS (WS-RUN-COUNT)
                       MOVE RH-OVERFLOWS
                           TO WS-RT-OVERFLOWS (WS-RUN-COUNT)
                       MOVE RH-STATUS    TO WS-RT-STATUS (WS-RUN-COUNT)
                       IF WS-FILTER-DATE-FROM = 0
                          OR RH-DATE >= WS-FILTER-DATE-FROM
                           MOVE "Y" TO WS-RT-LIST-SW (WS-RUN-COUNT)
                       ELSE
                           MOVE "N" TO WS-RT-LIST-SW (WS-RUN-COUNT)
                       END-IF
                       ADD 1 TO WS-LOADED-COUNT
                       PERFORM 150-NOTE-GROUP
                       PERFORM 160-NOTE-EXPONENT
                   END-IF
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 150-NOTE-GROUP                                              *
      * Agrega el par N/particion de la corrida recien cargada a la *
      * lista de grupos, insertado en orden ascendente.             *
      *-----------------------------------------------------------*
       150-NOTE-GROUP.
           MOVE "N" TO WS-GRP-FOUND-SW
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GRP-COUNT
               IF WS-GP-N (WS-I) = RH-N
                  AND WS-GP-PART (WS-I) = RH-PARTITION
                   MOVE "Y" TO WS-GRP-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT GROUP-ALREADY-SEEN AND WS-GRP-COUNT < WS-GRP-MAX
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-GRP-COUNT
                      OR RH-N < WS-GP-N (WS-I)
                      OR (RH-N = WS-GP-N (WS-I)
                          AND RH-PARTITION < WS-GP-PART (WS-I))
                   CONTINUE
               END-PERFORM
               ADD 1 TO WS-GRP-COUNT
               PERFORM VARYING WS-J FROM WS-GRP-COUNT BY -1
                   UNTIL WS-J <= WS-I
                   COMPUTE WS-R = WS-J - 1
                   MOVE WS-GP-ENTRY (WS-R) TO WS-GP-ENTRY (WS-J)
               END-PERFORM
               MOVE RH-N         TO WS-GP-N (WS-I)
               MOVE RH-PARTITION TO WS-GP-PART (WS-I)
           END-IF.

      *-----------------------------------------------------------*
      * 160-NOTE-EXPONENT                                           *
      * Agrega el N de la corrida recien cargada a la lista de      *
      * exponentes distintos, insertado en orden ascendente.        *
      *-----------------------------------------------------------*
       160-NOTE-EXPONENT.
           MOVE "N" TO WS-N-FOUND-SW
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-N-COUNT
               IF WS-NT-N (WS-I) = RH-N
                   MOVE "Y" TO WS-N-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT N-ALREADY-SEEN AND WS-N-COUNT < WS-N-MAX
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-N-COUNT
                      OR RH-N < WS-NT-N (WS-I)
                   CONTINUE
               END-PERFORM
               ADD 1 TO WS-N-COUNT
               PERFORM VARYING WS-J FROM WS-N-COUNT BY -1
                   UNTIL WS-J <= WS-I
                   COMPUTE WS-R = WS-J - 1
                   MOVE WS-NT-N (WS-R) TO WS-NT-N (WS-J)
               END-PERFORM
               MOVE RH-N TO WS-NT-N (WS-I)
           END-IF.

      *-----------------------------------------------------------*
      * 200-WRITE-HEADINGS                                          *
      * Escribe el titulo del reporte con los filtros y umbrales    *
      * efectivos (ya con los valores por omision aplicados).       *
      *-----------------------------------------------------------*
       200-WRITE-HEADINGS.
           MOVE WS-FILTER-N         TO WS-D-FILTER-N
           MOVE WS-FILTER-DATE-FROM TO WS-D-DATE-FROM
           MOVE WS-FILTER-DATE-TO   TO WS-D-DATE-TO
           MOVE WS-AVG-RUNS         TO WS-D-AVG-RUNS
           MOVE WS-SLOW-PCT         TO WS-D-SLOW-PCT
           MOVE WS-OVF-RISES        TO WS-D-OVF-RISES
           MOVE SPACES TO WS-HEADING-LINE
           STRING "FERMTRND - THROUGHPUT TREND - N="
                  WS-D-FILTER-N
                  " DATE-FROM=" WS-D-DATE-FROM
                  " DATE-TO=" WS-D-DATE-TO
                  " (0 = NO FILTER)"
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO TRND-REPORT-RECORD
           WRITE TRND-REPORT-RECORD
           MOVE SPACES TO WS-HEADING-LINE
           STRING "TRAILING AVERAGE OVER " WS-D-AVG-RUNS
                  " PRIOR RUNS - SLOW WHEN MORE THAN "
                  WS-D-SLOW-PCT "% BELOW IT - OVERFLOW RATIO RISING"
                  " WHEN UP " WS-D-OVF-RISES " RUN DATES IN A ROW"
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO TRND-REPORT-RECORD
           WRITE TRND-REPORT-RECORD
           MOVE SPACES TO TRND-REPORT-RECORD
           WRITE TRND-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 300-REPORT-ONE-GROUP                                        *
      * Recorre en orden cronologico las corridas del N/particion   *
      * en curso, listando la tasa de cada una contra el promedio   *
      * movil de las anteriores.                                    *
      *-----------------------------------------------------------*
       300-REPORT-ONE-GROUP.
           MOVE WS-GP-N (WS-G)    TO WS-REPORT-N
           MOVE WS-GP-PART (WS-G) TO WS-REPORT-PART
           MOVE WS-REPORT-N    TO GH-N
           MOVE WS-REPORT-PART TO GH-PART
           MOVE WS-GROUP-HEADING TO TRND-REPORT-RECORD
           WRITE TRND-REPORT-RECORD
           MOVE WS-TREND-COLUMNS TO TRND-REPORT-RECORD
           WRITE TRND-REPORT-RECORD
           MOVE 0 TO WS-AV-COUNT
           MOVE 0 TO WS-GRP-LISTED
           MOVE 0 TO WS-GRP-SLOW
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RUN-COUNT
               IF WS-RT-N (WS-R) = WS-REPORT-N
                  AND WS-RT-PART (WS-R) = WS-REPORT-PART
                   PERFORM 310-TREND-ONE-RUN
               END-IF
           END-PERFORM
           MOVE WS-GRP-LISTED TO GT-LISTED
           MOVE WS-GRP-SLOW   TO GT-SLOW
           MOVE WS-GROUP-TOTALS-LINE TO TRND-REPORT-RECORD
           WRITE TRND-REPORT-RECORD
           MOVE SPACES TO TRND-REPORT-RECORD
           WRITE TRND-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 310-TREND-ONE-RUN                                           *
      * Calcula la tasa de la corrida WS-R y la compara con el      *
      * promedio movil de la ventana: queda LENTA si la tasa por    *
      * cien no llega al promedio por (100 - WS-SLOW-PCT). Una      *
      * corrida sin segundos transcurridos no tiene tasa y no se    *
      * compara ni entra al promedio. La primera corrida del grupo  *
      * no tiene contra que compararse. La linea se escribe solo    *
      * si la corrida cae dentro del rango de fechas pedido.        *
      *-----------------------------------------------------------*
       310-TREND-ONE-RUN.
           MOVE "N" TO WS-RUN-SLOW-SW
           MOVE 0 TO WS-AVG-RATE
           MOVE 0 TO WS-PCT-OF-AVG
           MOVE SPACES TO TR-FLAG
           IF WS-AV-COUNT > 0
               MOVE 0 TO WS-SUM-RATE
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-AV-COUNT
                   ADD WS-AV-RATE (WS-I) TO WS-SUM-RATE
               END-PERFORM
               COMPUTE WS-AVG-RATE = WS-SUM-RATE / WS-AV-COUNT
           END-IF
           IF WS-RT-SECS (WS-R) = 0
               MOVE 0 TO WS-RATE
               MOVE "NO RATE - ZERO SECS" TO TR-FLAG
           ELSE
               COMPUTE WS-RATE =
                   WS-RT-COMBOS (WS-R) / WS-RT-SECS (WS-R)
               IF WS-AVG-RATE > 0
                   COMPUTE WS-RATE-X100 = WS-RATE * 100
                   COMPUTE WS-PCT-OF-AVG = WS-RATE-X100 / WS-AVG-RATE
                   COMPUTE WS-SLOW-LIMIT =
                       WS-AVG-RATE * (100 - WS-SLOW-PCT)
                   IF WS-RATE-X100 < WS-SLOW-LIMIT
                       MOVE "Y" TO WS-RUN-SLOW-SW
                       MOVE "*** SLOW ***" TO TR-FLAG
                   END-IF
               END-IF
               IF NOT RUN-IS-SLOW
                   PERFORM 320-PUSH-AVERAGE-RATE
               END-IF
           END-IF
           IF RT-IN-RANGE (WS-R)
               MOVE WS-RT-DATE (WS-R)   TO TR-DATE
               MOVE WS-RT-TIME (WS-R)   TO TR-TIME
               MOVE WS-RT-STATUS (WS-R) TO TR-STATUS
               MOVE WS-RT-COMBOS (WS-R) TO TR-COMBOS
               MOVE WS-RT-SECS (WS-R)   TO TR-SECS
               MOVE WS-RATE             TO TR-RATE
               MOVE WS-AVG-RATE         TO TR-AVG
               MOVE WS-PCT-OF-AVG       TO TR-PCT
               IF WS-AVG-RATE > 0
                   MOVE WS-AV-COUNT     TO TR-AVG-RUNS
               ELSE
                   MOVE 0               TO TR-AVG-RUNS
               END-IF
               MOVE WS-TREND-DETAIL TO TRND-REPORT-RECORD
               WRITE TRND-REPORT-RECORD
               ADD 1 TO WS-GRP-LISTED
               IF RUN-IS-SLOW
                   ADD 1 TO WS-GRP-SLOW
                   ADD 1 TO WS-SLOW-COUNT
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 320-PUSH-AVERAGE-RATE                                       *
      * Agrega la tasa de la corrida a la ventana del promedio      *
      * movil; con la ventana llena descarta la mas vieja.          *
      *-----------------------------------------------------------*
       320-PUSH-AVERAGE-RATE.
           IF WS-AV-COUNT < WS-AVG-RUNS
               ADD 1 TO WS-AV-COUNT
           ELSE
               PERFORM VARYING WS-I FROM 2 BY 1
                   UNTIL WS-I > WS-AV-COUNT
                   COMPUTE WS-J = WS-I - 1
                   MOVE WS-AV-RATE (WS-I) TO WS-AV-RATE (WS-J)
               END-PERFORM
           END-IF
           MOVE WS-RATE TO WS-AV-RATE (WS-AV-COUNT).

      *-----------------------------------------------------------*
      * 400-REPORT-OVERFLOW-TREND                                   *
      * Seccion de tendencia de desbordes: un bloque por N.         *
      *-----------------------------------------------------------*
       400-REPORT-OVERFLOW-TREND.
           MOVE SPACES TO TRND-REPORT-RECORD
           STRING "OVERFLOW RATIO TREND BY EXPONENT (ALL PARTITIONS, "
                  "OVERFLOWS PER MILLION COMBOS PER RUN DATE)"
               DELIMITED BY SIZE INTO TRND-REPORT-RECORD
           WRITE TRND-REPORT-RECORD
           MOVE SPACES TO TRND-REPORT-RECORD
           WRITE TRND-REPORT-RECORD
           PERFORM 410-OVERFLOW-ONE-EXPONENT
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-N-COUNT.

      *-----------------------------------------------------------*
      * 410-OVERFLOW-ONE-EXPONENT                                   *
      * Junta por fecha de corrida los combos y desbordes de todas  *
      * las particiones del N (las particiones de una misma noche   *
      * barren tramos distintos de TOTAL, asi que compararlas una   *
      * contra otra daria serrucho) y sigue la proporcion fecha por *
      * fecha. El N queda EN ALZA si la proporcion subio en las     *
      * ultimas WS-OVF-RISES fechas seguidas.                       *
      *-----------------------------------------------------------*
       410-OVERFLOW-ONE-EXPONENT.
           MOVE WS-NT-N (WS-M) TO WS-REPORT-N
           MOVE WS-REPORT-N TO GH-N
           MOVE 0 TO GH-PART
           MOVE SPACES TO WS-HEADING-LINE
           MOVE WS-GROUP-HEADING (1:22) TO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO TRND-REPORT-RECORD
           WRITE TRND-REPORT-RECORD
           MOVE WS-OVF-COLUMNS TO TRND-REPORT-RECORD
           WRITE TRND-REPORT-RECORD
           MOVE 0 TO WS-DAY-DATE
           MOVE 0 TO WS-DAY-COUNT
           MOVE 0 TO WS-RISE-STREAK
           MOVE 0 TO WS-PREV-PPM
           MOVE 0 TO WS-FIRST-PPM
           MOVE 0 TO WS-DAY-PPM
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RUN-COUNT
               IF WS-RT-N (WS-R) = WS-REPORT-N
                   IF WS-RT-DATE (WS-R) NOT = WS-DAY-DATE
                       IF WS-DAY-DATE > 0
                           PERFORM 430-CLOSE-OVERFLOW-DAY
                       END-IF
                       MOVE WS-RT-DATE (WS-R) TO WS-DAY-DATE
                       MOVE 0 TO WS-DAY-COMBOS
                       MOVE 0 TO WS-DAY-OVERFLOWS
                   END-IF
                   ADD WS-RT-COMBOS (WS-R)    TO WS-DAY-COMBOS
                   ADD WS-RT-OVERFLOWS (WS-R) TO WS-DAY-OVERFLOWS
               END-IF
           END-PERFORM
           IF WS-DAY-DATE > 0
               PERFORM 430-CLOSE-OVERFLOW-DAY
           END-IF
           MOVE WS-DAY-COUNT   TO OS-DAYS
           MOVE WS-FIRST-PPM   TO OS-FIRST
           MOVE WS-PREV-PPM    TO OS-LAST
           MOVE WS-RISE-STREAK TO OS-STREAK
           IF WS-RISE-STREAK >= WS-OVF-RISES
               MOVE "*RISING*" TO OS-FLAG
               ADD 1 TO WS-CLIMB-COUNT
           ELSE
               MOVE SPACES TO OS-FLAG
           END-IF
           MOVE WS-OVF-SUMMARY TO TRND-REPORT-RECORD
           WRITE TRND-REPORT-RECORD
           MOVE SPACES TO TRND-REPORT-RECORD
           WRITE TRND-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 430-CLOSE-OVERFLOW-DAY                                      *
      * Cierra la fecha de corrida acumulada: calcula su proporcion *
      * de desbordes por millon, la compara con la de la fecha      *
      * anterior para la racha de subidas y escribe su linea si la  *
      * fecha cae dentro del rango pedido. Una fecha sin combos no  *
      * tiene proporcion y corta la racha.                          *
      *-----------------------------------------------------------*
       430-CLOSE-OVERFLOW-DAY.
           MOVE SPACES TO OD-TREND
           IF WS-DAY-COMBOS = 0
               MOVE 0 TO WS-RISE-STREAK
               MOVE 0 TO WS-DAY-PPM
           ELSE
               COMPUTE WS-DAY-PPM =
                   WS-DAY-OVERFLOWS * 1000000 / WS-DAY-COMBOS
               ADD 1 TO WS-DAY-COUNT
               IF WS-DAY-COUNT = 1
                   MOVE WS-DAY-PPM TO WS-FIRST-PPM
               ELSE
                   IF WS-DAY-PPM > WS-PREV-PPM
                       ADD 1 TO WS-RISE-STREAK
                       MOVE "UP" TO OD-TREND
                   ELSE
                       MOVE 0 TO WS-RISE-STREAK
                       IF WS-DAY-PPM < WS-PREV-PPM
                           MOVE "DOWN" TO OD-TREND
                       ELSE
                           MOVE "SAME" TO OD-TREND
                       END-IF
                   END-IF
               END-IF
               MOVE WS-DAY-PPM TO WS-PREV-PPM
           END-IF
           IF WS-FILTER-DATE-FROM = 0
              OR WS-DAY-DATE >= WS-FILTER-DATE-FROM
               MOVE WS-DAY-DATE      TO OD-DATE
               MOVE WS-DAY-COMBOS    TO OD-COMBOS
               MOVE WS-DAY-OVERFLOWS TO OD-OVERFLOWS
               MOVE WS-DAY-PPM       TO OD-PPM
               MOVE WS-OVF-DETAIL TO TRND-REPORT-RECORD
               WRITE TRND-REPORT-RECORD
           END-IF.

      *-----------------------------------------------------------*
      * 500-WRITE-TOTALS                                            *
      * Cierra el reporte con los totales de lo leido y lo marcado. *
      *-----------------------------------------------------------*
       500-WRITE-TOTALS.
           MOVE SPACES TO TRND-REPORT-RECORD
           WRITE TRND-REPORT-RECORD
           MOVE WS-READ-COUNT    TO TX-READ
           MOVE WS-LOADED-COUNT  TO TX-LOADED
           MOVE WS-SKIPPED-COUNT TO TX-SKIPPED
           MOVE WS-SLOW-COUNT    TO TX-SLOW
           MOVE WS-CLIMB-COUNT   TO TX-CLIMB
           MOVE WS-TOTALS-LINE TO TRND-REPORT-RECORD
           WRITE TRND-REPORT-RECORD.

       END PROGRAM FERMTRND.
