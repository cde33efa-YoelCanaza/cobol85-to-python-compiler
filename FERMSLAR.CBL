      *===============================================================*
      * PROGRAMA: FERMSLAR.CBL                                       *
      * DESCRIPCIÓN: Reporte de ventana batch: compara los registros  *
      *              START y END del archivo comun de estado FRUNSTAT *
      *              (FERMSTRC.CPY) contra la tabla de ventana        *
      *              SLATABLE (FERMSLAT.CPY), que da para cada        *
      *              programa de la cadena la hora mas tarde de       *
      *              arranque y de fin aceptables. Para el rango de   *
      *              noches de SLARCTL (FERMSLAP.CPY) lista cada paso *
      *              marcando los que arrancaron tarde, los que       *
      *              terminaron pasada su hora limite y los que nunca *
      *              terminaron, y por programa la duracion promedio  *
      *              y la peor. El RETURN-CODE refleja la ultima      *
      *              noche del rango, para que la corrida de la       *
      *              manana levante un aviso cuando la noche anterior *
      *              se salio de la ventana: 4 si hubo arranques      *
      *              tardes o pasos pasados de hora, 8 si un paso     *
      *              nunca termino, si un programa de SLATABLE no     *
      *              corrio esa noche, si la noche no tiene pasos o   *
      *              si la tabla de pasos se lleno. Reporte SLARPT.   *
      * AUTOR: ANONIMO                                               *
      *==============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERMSLAR.
       AUTHOR. ANONIMO.

      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JCM  Version inicial: pasos de la cadena fuera  *
      *                  de la ventana batch y duraciones por       *
      *                  programa desde FRUNSTAT.                   *
      * 2026-10-15  JCM  Aviso RC 8 cuando la ultima noche no       *
      *                  tiene pasos o un programa de SLATABLE no   *
      *                  corrio esa noche.                          *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLAR-CTL ASSIGN TO "SLARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT SLA-TABLE ASSIGN TO "SLATABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.

           SELECT RUN-STATUS ASSIGN TO "FRUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT SLA-REPORT ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLAR-CTL
           RECORDING MODE IS F.
           COPY FERMSLAP.

       FD  SLA-TABLE
           RECORDING MODE IS F.
           COPY FERMSLAT.

       FD  RUN-STATUS
           RECORDING MODE IS F.
           COPY FERMSTRC.

       FD  SLA-REPORT
           RECORDING MODE IS F.
       01  SLA-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS       PIC X(02).
           88  CTL-FOUND-OK        VALUE "00".
       01  WS-SLA-STATUS       PIC X(02).
           88  SLA-FOUND-OK        VALUE "00".
       01  WS-STAT-STATUS      PIC X(02).
           88  STAT-FOUND-OK       VALUE "00".
       01  WS-REPORT-STATUS    PIC X(02).
           88  REPORT-FOUND-OK     VALUE "00".

       01  WS-SLA-EOF-SW       PIC X(01) VALUE "N".
           88  SLA-EOF             VALUE "Y".
       01  WS-STAT-EOF-SW      PIC X(01) VALUE "N".
           88  STAT-EOF            VALUE "Y".

       01  WS-READ-COUNT       PIC 9(09) COMP VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      * Rango de noches y ventana. Las fechas se llevan tambien   *
      * como dia entero (INTEGER-OF-DATE) y los instantes como    *
      * segundos absolutos, dia entero por 86400 mas los segundos *
      * del dia, asi un paso que cruza la medianoche se compara y *
      * se mide sin casos especiales.                             *
      *-----------------------------------------------------------*
       01  WS-TODAY-DATE       PIC 9(08).
       01  WS-TODAY-INT        PIC 9(07) COMP.
       01  WS-FROM-DATE        PIC 9(08).
       01  WS-TO-DATE          PIC 9(08).
       01  WS-FROM-INT         PIC 9(07) COMP.
       01  WS-TO-INT           PIC 9(07) COMP.
       01  WS-WINDOW-OPEN      PIC 9(06) VALUE 180000.
       01  WS-OPEN-SECS        PIC 9(05) COMP.

       01  WS-DATE-CHECK.
           05  WS-DC-YYYY      PIC 9(04).
           05  WS-DC-MM        PIC 9(02).
           05  WS-DC-DD        PIC 9(02).
       01  WS-DATE-NUM REDEFINES WS-DATE-CHECK PIC 9(08).
       01  WS-DATE-SW          PIC X(01).
           88  DATE-VALID          VALUE "Y".

       01  WS-HMS-WORK.
           05  WS-HMS-HH       PIC 9(02).
           05  WS-HMS-MM       PIC 9(02).
           05  WS-HMS-SS       PIC 9(02).
       01  WS-HMS-NUM REDEFINES WS-HMS-WORK PIC 9(06).
       01  WS-HMS-SW           PIC X(01).
           88  HMS-VALID           VALUE "Y".
       01  WS-SECS             PIC 9(05) COMP.

       01  WS-REC-INT          PIC 9(07) COMP.
       01  WS-REC-ABS          PIC 9(12) COMP.
       01  WS-NIGHT-INT        PIC 9(07) COMP.
       01  WS-NIGHT-ABS        PIC 9(12) COMP.
       01  WS-START-OFF        PIC 9(09) COMP.
       01  WS-END-OFF          PIC 9(09) COMP.
       01  WS-DUR-SECS         PIC 9(09) COMP.
       01  WS-DUR-HH           PIC 9(05) COMP.
       01  WS-DUR-REST         PIC 9(05) COMP.
       01  WS-DUR-MM           PIC 9(02).
       01  WS-DUR-SS           PIC 9(02).

      *-----------------------------------------------------------*
      * Tabla de ventana por programa: las horas limite de        *
      * SLATABLE pasadas a segundos desde la apertura de la       *
      * ventana, y los acumulados del rango para el resumen por   *
      * programa. Un programa que aparece en FRUNSTAT sin entrada *
      * en SLATABLE se agrega al final sin limites, para que      *
      * igual figure con sus duraciones.                          *
      *-----------------------------------------------------------*
       01  WS-SA-MAX           PIC 9(03) COMP VALUE 100.
       01  WS-SA-COUNT         PIC 9(03) COMP VALUE 0.
       01  WS-SA-TABLE.
           05  WS-SA-ENTRY OCCURS 100 TIMES.
               10  WS-SA-PROGRAM   PIC X(08).
               10  WS-SA-KNOWN-SW  PIC X(01).
                   88  SA-IN-TABLE     VALUE "Y".
               10  WS-SA-START     PIC 9(06).
               10  WS-SA-START-SW  PIC X(01).
                   88  SA-HAS-START    VALUE "Y".
               10  WS-SA-START-OFF PIC 9(05) COMP.
               10  WS-SA-END       PIC 9(06).
               10  WS-SA-END-SW    PIC X(01).
                   88  SA-HAS-END      VALUE "Y".
               10  WS-SA-END-OFF   PIC 9(05) COMP.
               10  WS-SA-RUNS      PIC 9(07) COMP.
               10  WS-SA-DONE      PIC 9(07) COMP.
               10  WS-SA-LATE      PIC 9(07) COMP.
               10  WS-SA-OVER      PIC 9(07) COMP.
               10  WS-SA-OPEN      PIC 9(07) COMP.
               10  WS-SA-TOTAL-DUR PIC 9(12) COMP.
               10  WS-SA-WORST     PIC 9(09) COMP.
               10  WS-SA-LAST-RUNS PIC 9(07) COMP.
       01  WS-A                PIC 9(03) COMP.
       01  WS-FIND-PROGRAM     PIC X(08).
       01  WS-SA-FOUND-AT      PIC 9(03) COMP.

      *-----------------------------------------------------------*
      * Pasos cuyo START cae en una noche del rango. Un START     *
      * abre una entrada y el END del mismo programa y entrada de *
      * trabajo la cierra, igual que en FERMSINQ.CBL pero sobre   *
      * todo el archivo, porque un paso de la noche puede         *
      * terminar en la fecha siguiente. Las entradas que quedan   *
      * abiertas son los pasos que nunca terminaron. Un END sin   *
      * START abierto pertenece a un paso fuera del rango y se    *
      * ignora.                                                   *
      *-----------------------------------------------------------*
       01  WS-STEP-MAX         PIC 9(04) COMP VALUE 2000.
       01  WS-STEP-COUNT       PIC 9(04) COMP VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-SP-ENTRY OCCURS 2000 TIMES.
               10  WS-SP-PROGRAM   PIC X(08).
               10  WS-SP-INPUT     PIC X(20).
               10  WS-SP-NIGHT-INT PIC 9(07) COMP.
               10  WS-SP-START-DATE PIC 9(08).
               10  WS-SP-START-TIME PIC 9(06).
               10  WS-SP-START-ABS PIC 9(12) COMP.
               10  WS-SP-END-DATE  PIC 9(08).
               10  WS-SP-END-TIME  PIC 9(06).
               10  WS-SP-END-ABS   PIC 9(12) COMP.
               10  WS-SP-STATE     PIC X(01).
                   88  SP-OPEN         VALUE "O".
                   88  SP-CLOSED       VALUE "C".
       01  WS-S                PIC 9(04) COMP.
       01  WS-FOUND-AT         PIC 9(04) COMP.
       01  WS-DROPPED-COUNT    PIC 9(09) COMP VALUE 0.

       01  WS-LATE-SW          PIC X(01).
           88  STEP-LATE           VALUE "Y".
       01  WS-OVER-SW          PIC X(01).
           88  STEP-OVER           VALUE "Y".

       01  WS-OK-COUNT         PIC 9(09) COMP VALUE 0.
       01  WS-LATE-COUNT       PIC 9(09) COMP VALUE 0.
       01  WS-OVER-COUNT       PIC 9(09) COMP VALUE 0.
       01  WS-OPEN-COUNT       PIC 9(09) COMP VALUE 0.
       01  WS-NOSLA-COUNT      PIC 9(09) COMP VALUE 0.
       01  WS-LAST-STEPS       PIC 9(09) COMP VALUE 0.
       01  WS-LAST-LATE        PIC 9(09) COMP VALUE 0.
       01  WS-LAST-OVER        PIC 9(09) COMP VALUE 0.
       01  WS-LAST-OPEN        PIC 9(09) COMP VALUE 0.
       01  WS-LAST-MISSING     PIC 9(09) COMP VALUE 0.

       01  WS-D-DATE           PIC 9(08).
       01  WS-D-TIME           PIC 9(06).
       01  WS-HEADING-LINE     PIC X(132).

       01  WS-DUR-EDIT.
           05  DE-HH           PIC ZZ9.
           05  FILLER          PIC X(01) VALUE ":".
           05  DE-MM           PIC 9(02).
           05  FILLER          PIC X(01) VALUE ":".
           05  DE-SS           PIC 9(02).

       01  WS-STEP-COLUMNS.
           05  FILLER          PIC X(10) VALUE "NIGHT".
           05  FILLER          PIC X(10) VALUE "PROGRAM".
           05  FILLER          PIC X(21) VALUE "INPUT".
           05  FILLER          PIC X(17) VALUE "STARTED".
           05  FILLER          PIC X(17) VALUE "ENDED".
           05  FILLER          PIC X(11) VALUE " DURATION".
           05  FILLER          PIC X(08) VALUE "LATEST".
           05  FILLER          PIC X(08) VALUE "LATEST".
           05  FILLER          PIC X(30) VALUE "WINDOW CHECK".
       01  WS-STEP-COLUMNS-2.
           05  FILLER          PIC X(86) VALUE SPACES.
           05  FILLER          PIC X(08) VALUE "START".
           05  FILLER          PIC X(08) VALUE "END".
           05  FILLER          PIC X(30) VALUE SPACES.

       01  WS-STEP-DETAIL.
           05  SD-NIGHT        PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SD-PROGRAM      PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SD-INPUT        PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  SD-START-DATE   PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  SD-START-TIME   PIC 9(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SD-END-DATE     PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  SD-END-TIME     PIC X(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SD-DURATION     PIC X(09).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SD-SLA-START    PIC X(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SD-SLA-END      PIC X(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SD-FLAG-1       PIC X(11).
           05  SD-FLAG-2       PIC X(08).
           05  SD-FLAG-3       PIC X(11).

       01  WS-PROG-COLUMNS.
           05  FILLER          PIC X(10) VALUE "PROGRAM".
           05  FILLER          PIC X(08) VALUE "LATEST".
           05  FILLER          PIC X(08) VALUE "LATEST".
           05  FILLER          PIC X(08) VALUE "   RUNS".
           05  FILLER          PIC X(08) VALUE "  ENDED".
           05  FILLER          PIC X(08) VALUE "   LATE".
           05  FILLER          PIC X(08) VALUE "  OVER-".
           05  FILLER          PIC X(09) VALUE "   NEVER".
           05  FILLER          PIC X(11) VALUE "  AVERAGE".
           05  FILLER          PIC X(11) VALUE "    WORST".
           05  FILLER          PIC X(43) VALUE SPACES.
       01  WS-PROG-COLUMNS-2.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(08) VALUE "START".
           05  FILLER          PIC X(08) VALUE "END".
           05  FILLER          PIC X(16) VALUE SPACES.
           05  FILLER          PIC X(08) VALUE "  START".
           05  FILLER          PIC X(08) VALUE "    RAN".
           05  FILLER          PIC X(09) VALUE "   ENDED".
           05  FILLER          PIC X(11) VALUE " DURATION".
           05  FILLER          PIC X(11) VALUE " DURATION".
           05  FILLER          PIC X(43) VALUE SPACES.

       01  WS-PROG-DETAIL.
           05  PS-PROGRAM      PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  PS-SLA-START    PIC X(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  PS-SLA-END      PIC X(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PS-RUNS         PIC Z(06)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PS-DONE         PIC Z(06)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PS-LATE         PIC Z(06)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PS-OVER         PIC Z(06)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  PS-OPEN         PIC Z(06)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  PS-AVERAGE      PIC X(09).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  PS-WORST        PIC X(09).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  PS-NOTE         PIC X(20).
           05  FILLER          PIC X(21) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER          PIC X(15) VALUE "FERMSLAR STEPS=".
           05  SG-STEPS        PIC Z(08)9.
           05  FILLER          PIC X(12) VALUE " WITHIN-SLA=".
           05  SG-OK           PIC Z(08)9.
           05  FILLER          PIC X(13) VALUE " LATE-STARTS=".
           05  SG-LATE         PIC Z(08)9.
           05  FILLER          PIC X(10) VALUE " OVERRUNS=".
           05  SG-OVER         PIC Z(08)9.
           05  FILLER          PIC X(13) VALUE " NEVER-ENDED=".
           05  SG-OPEN         PIC Z(08)9.
           05  FILLER          PIC X(08) VALUE " NO-SLA=".
           05  SG-NOSLA        PIC Z(08)9.

       01  WS-LAST-LINE.
           05  FILLER          PIC X(11) VALUE "LAST NIGHT ".
           05  SN-NIGHT        PIC 9(08).
           05  FILLER          PIC X(08) VALUE " STEPS=".
           05  SN-STEPS        PIC Z(06)9.
           05  FILLER          PIC X(13) VALUE " LATE-STARTS=".
           05  SN-LATE         PIC Z(06)9.
           05  FILLER          PIC X(10) VALUE " OVERRUNS=".
           05  SN-OVER         PIC Z(06)9.
           05  FILLER          PIC X(13) VALUE " NEVER-ENDED=".
           05  SN-OPEN         PIC Z(06)9.
           05  FILLER          PIC X(09) VALUE " NOT-RUN=".
           05  SN-MISSING      PIC Z(06)9.
           05  FILLER          PIC X(03) VALUE " - ".
           05  SN-VERDICT      PIC X(22).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           PERFORM 010-READ-SLAR-CONTROL
           PERFORM 020-LOAD-SLA-TABLE
           OPEN INPUT RUN-STATUS
           IF NOT STAT-FOUND-OK
               DISPLAY "RUN-STATUS NOT FOUND - FRUNSTAT - STATUS="
                   WS-STAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SLA-REPORT
           IF NOT REPORT-FOUND-OK
               DISPLAY "UNABLE TO OPEN SLA-REPORT - SLARPT"
                   " STATUS=" WS-REPORT-STATUS
               CLOSE RUN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL STAT-EOF
               READ RUN-STATUS
                   AT END
                       MOVE "Y" TO WS-STAT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 100-FOLD-ONE-STEP
               END-READ
           END-PERFORM
           CLOSE RUN-STATUS

           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-CHECK-ONE-STEP
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STEP-COUNT
           PERFORM 400-WRITE-PROGRAM-HEADINGS
           PERFORM 410-WRITE-ONE-PROGRAM
               VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-SA-COUNT
           PERFORM 500-WRITE-SUMMARY
           CLOSE SLA-REPORT

           DISPLAY "FERMSLAR - NIGHTS " WS-FROM-DATE " TO " WS-TO-DATE
               " STEPS=" WS-STEP-COUNT
               " LATE-STARTS=" WS-LATE-COUNT
               " OVERRUNS=" WS-OVER-COUNT
               " NEVER-ENDED=" WS-OPEN-COUNT
           IF WS-SKIP-COUNT > 0
               DISPLAY "FERMSLAR - " WS-SKIP-COUNT
                   " FRUNSTAT RECORDS WITH INVALID DATE OR TIME SKIPPED"
           END-IF
           EVALUATE TRUE
               WHEN WS-DROPPED-COUNT > 0
                   DISPLAY "FERMSLAR - STEP TABLE FULL - "
                       WS-DROPPED-COUNT " STEPS LEFT OUT"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LAST-STEPS = 0
                   DISPLAY "FERMSLAR - NIGHT " WS-TO-DATE
                       " - NO STEPS RECORDED"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LAST-OPEN > 0
                   DISPLAY "FERMSLAR - NIGHT " WS-TO-DATE
                       " HAS STEPS THAT NEVER ENDED"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LAST-MISSING > 0
                   DISPLAY "FERMSLAR - NIGHT " WS-TO-DATE " - "
                       WS-LAST-MISSING
                       " SLATABLE PROGRAMS DID NOT RUN"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LAST-LATE > 0 OR WS-LAST-OVER > 0
                   DISPLAY "FERMSLAR - NIGHT " WS-TO-DATE
                       " BREACHED THE BATCH WINDOW"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *-----------------------------------------------------------*
      * 010-READ-SLAR-CONTROL                                     *
      * Lee de SLARCTL el rango de noches y la hora de apertura   *
      * de la ventana. Hasta en cero toma la noche de ayer; desde *
      * en cero toma la misma noche que hasta. Una fecha invalida *
      * o un rango invertido no dejan revisar nada.               *
      *-----------------------------------------------------------*
       010-READ-SLAR-CONTROL.
           OPEN INPUT SLAR-CTL
           IF NOT CTL-FOUND-OK
               DISPLAY "SLARCTL NOT FOUND - CANNOT CHECK WINDOW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SLAR-CTL
               AT END
                   DISPLAY "SLARCTL IS EMPTY - CANNOT CHECK WINDOW"
                   CLOSE SLAR-CTL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE SLAR-CTL

           IF SC-DATE-TO NUMERIC AND SC-DATE-TO > 0
               MOVE SC-DATE-TO TO WS-TO-DATE
           ELSE
               COMPUTE WS-TO-INT = WS-TODAY-INT - 1
               COMPUTE WS-TO-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-TO-INT)
           END-IF
           IF SC-DATE-FROM NUMERIC AND SC-DATE-FROM > 0
               MOVE SC-DATE-FROM TO WS-FROM-DATE
           ELSE
               MOVE WS-TO-DATE TO WS-FROM-DATE
           END-IF

           MOVE WS-FROM-DATE TO WS-DATE-NUM
           PERFORM 050-CHECK-DATE
           IF NOT DATE-VALID
               DISPLAY "SLARCTL DATE-FROM INVALID - " WS-FROM-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)
           MOVE WS-TO-DATE TO WS-DATE-NUM
           PERFORM 050-CHECK-DATE
           IF NOT DATE-VALID
               DISPLAY "SLARCTL DATE-TO INVALID - " WS-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-TO-INT =
               FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
           IF WS-FROM-INT > WS-TO-INT
               DISPLAY "SLARCTL DATE-FROM " WS-FROM-DATE
                   " IS AFTER DATE-TO " WS-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF SC-WINDOW-OPEN NUMERIC AND SC-WINDOW-OPEN > 0
               MOVE SC-WINDOW-OPEN TO WS-HMS-NUM
               PERFORM 060-TIME-TO-SECONDS
               IF HMS-VALID
                   MOVE SC-WINDOW-OPEN TO WS-WINDOW-OPEN
               END-IF
           END-IF
           MOVE WS-WINDOW-OPEN TO WS-HMS-NUM
           PERFORM 060-TIME-TO-SECONDS
           MOVE WS-SECS TO WS-OPEN-SECS.

      *-----------------------------------------------------------*
      * 020-LOAD-SLA-TABLE                                        *
      * Carga SLATABLE en la tabla de ventana, salteando          *
      * comentarios. Cada hora limite valida se pasa a segundos   *
      * desde la apertura de la ventana; una hora anterior a la   *
      * apertura es de la madrugada siguiente. Un programa        *
      * repetido conserva su primera entrada. Sin ninguna entrada *
      * no hay ventana contra la cual revisar.                    *
      *-----------------------------------------------------------*
       020-LOAD-SLA-TABLE.
           OPEN INPUT SLA-TABLE
           IF NOT SLA-FOUND-OK
               DISPLAY "SLATABLE NOT FOUND - CANNOT CHECK WINDOW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SLA-EOF
               READ SLA-TABLE
                   AT END
                       MOVE "Y" TO WS-SLA-EOF-SW
                   NOT AT END
                       IF SW-PROGRAM NOT = SPACES
                          AND SW-PROGRAM (1:1) NOT = "*"
                           PERFORM 030-ADD-SLA-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLA-TABLE
           IF WS-SA-COUNT = 0
               DISPLAY "SLATABLE IS EMPTY - CANNOT CHECK WINDOW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------*
      * 030-ADD-SLA-ENTRY                                         *
      * Agrega a la tabla de ventana un programa de SLATABLE con  *
      * sus horas limite.                                         *
      *-----------------------------------------------------------*
       030-ADD-SLA-ENTRY.
           MOVE SW-PROGRAM TO WS-FIND-PROGRAM
           PERFORM 320-FIND-PROGRAM
           IF WS-SA-FOUND-AT > 0
               DISPLAY "SLATABLE - " SW-PROGRAM
                   " REPEATED - FIRST ENTRY KEPT"
           ELSE
               IF WS-SA-COUNT >= WS-SA-MAX
                   DISPLAY "SLATABLE HAS MORE THAN " WS-SA-MAX
                       " PROGRAMS - CANNOT CHECK WINDOW"
                   CLOSE SLA-TABLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 330-NEW-PROGRAM
               MOVE "Y" TO WS-SA-KNOWN-SW (WS-SA-COUNT)
               IF SW-LATEST-START NUMERIC
                   MOVE SW-LATEST-START TO WS-HMS-NUM
                   PERFORM 060-TIME-TO-SECONDS
                   IF HMS-VALID
                       MOVE "Y" TO WS-SA-START-SW (WS-SA-COUNT)
                       MOVE SW-LATEST-START
                           TO WS-SA-START (WS-SA-COUNT)
                       PERFORM 070-SECONDS-FROM-OPEN
                       MOVE WS-SECS TO WS-SA-START-OFF (WS-SA-COUNT)
                   END-IF
               END-IF
               IF SW-LATEST-END NUMERIC
                   MOVE SW-LATEST-END TO WS-HMS-NUM
                   PERFORM 060-TIME-TO-SECONDS
                   IF HMS-VALID
                       MOVE "Y" TO WS-SA-END-SW (WS-SA-COUNT)
                       MOVE SW-LATEST-END TO WS-SA-END (WS-SA-COUNT)
                       PERFORM 070-SECONDS-FROM-OPEN
                       MOVE WS-SECS TO WS-SA-END-OFF (WS-SA-COUNT)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 050-CHECK-DATE                                            *
      * Valida la fecha AAAAMMDD de WS-DATE-CHECK antes de        *
      * pasarla a INTEGER-OF-DATE.                                *
      *-----------------------------------------------------------*
       050-CHECK-DATE.
           MOVE "N" TO WS-DATE-SW
           IF WS-DATE-NUM NUMERIC
              AND WS-DC-YYYY >= 1601
              AND WS-DC-MM >= 1 AND WS-DC-MM <= 12
              AND WS-DC-DD >= 1 AND WS-DC-DD <= 31
               MOVE "Y" TO WS-DATE-SW
           END-IF.

      *-----------------------------------------------------------*
      * 060-TIME-TO-SECONDS                                       *
      * Valida la hora HHMMSS de WS-HMS-WORK y la pasa a segundos *
      * del dia en WS-SECS.                                       *
      *-----------------------------------------------------------*
       060-TIME-TO-SECONDS.
           MOVE "N" TO WS-HMS-SW
           MOVE 0 TO WS-SECS
           IF WS-HMS-NUM NUMERIC
              AND WS-HMS-HH <= 23 AND WS-HMS-MM <= 59
              AND WS-HMS-SS <= 59
               MOVE "Y" TO WS-HMS-SW
               COMPUTE WS-SECS = WS-HMS-HH * 3600
                   + WS-HMS-MM * 60 + WS-HMS-SS
           END-IF.

      *-----------------------------------------------------------*
      * 070-SECONDS-FROM-OPEN                                     *
      * Pasa los segundos del dia de WS-SECS a segundos desde la  *
      * apertura de la ventana: una hora anterior a la apertura   *
      * cae en la madrugada siguiente.                            *
      *-----------------------------------------------------------*
       070-SECONDS-FROM-OPEN.
           IF WS-SECS < WS-OPEN-SECS
               COMPUTE WS-SECS = WS-SECS + 86400 - WS-OPEN-SECS
           ELSE
               SUBTRACT WS-OPEN-SECS FROM WS-SECS
           END-IF.

      *-----------------------------------------------------------*
      * 080-EDIT-DURATION                                         *
      * Edita los segundos de WS-DUR-SECS como HHH:MM:SS en       *
      * WS-DUR-EDIT.                                              *
      *-----------------------------------------------------------*
       080-EDIT-DURATION.
           DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-HH
               REMAINDER WS-DUR-REST
           DIVIDE WS-DUR-REST BY 60 GIVING WS-DUR-MM
               REMAINDER WS-DUR-SS
           IF WS-DUR-HH > 999
               MOVE 999 TO WS-DUR-HH
           END-IF
           MOVE WS-DUR-HH TO DE-HH
           MOVE WS-DUR-MM TO DE-MM
           MOVE WS-DUR-SS TO DE-SS.

      *-----------------------------------------------------------*
      * 100-FOLD-ONE-STEP                                         *
      * Pliega un registro de estado: un START cuya noche batch   *
      * cae en el rango abre una entrada nueva; un END cierra la  *
      * ultima entrada abierta del mismo programa. Un registro    *
      * con fecha u hora invalida no se puede ubicar en ninguna   *
      * noche y se cuenta aparte.                                 *
      *-----------------------------------------------------------*
       100-FOLD-ONE-STEP.
           MOVE ST-DATE TO WS-DATE-NUM
           PERFORM 050-CHECK-DATE
           MOVE ST-TIME TO WS-HMS-NUM
           PERFORM 060-TIME-TO-SECONDS
           IF NOT DATE-VALID OR NOT HMS-VALID
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               COMPUTE WS-REC-INT =
                   FUNCTION INTEGER-OF-DATE (ST-DATE)
               COMPUTE WS-REC-ABS = WS-REC-INT * 86400 + WS-SECS
               IF ST-PHASE-START
                   MOVE WS-REC-INT TO WS-NIGHT-INT
                   IF WS-SECS < WS-OPEN-SECS
                       SUBTRACT 1 FROM WS-NIGHT-INT
                   END-IF
                   IF WS-NIGHT-INT >= WS-FROM-INT
                      AND WS-NIGHT-INT <= WS-TO-INT
                       PERFORM 110-OPEN-STEP
                   END-IF
               ELSE
                   IF ST-PHASE-END
                       PERFORM 150-CLOSE-MATCHING-START
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 110-OPEN-STEP                                             *
      * Abre en la tabla de pasos la entrada de un START del      *
      * rango.                                                    *
      *-----------------------------------------------------------*
       110-OPEN-STEP.
           IF WS-STEP-COUNT >= WS-STEP-MAX
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-STEP-COUNT
               MOVE ST-PROGRAM   TO WS-SP-PROGRAM (WS-STEP-COUNT)
               MOVE ST-INPUT     TO WS-SP-INPUT (WS-STEP-COUNT)
               MOVE WS-NIGHT-INT TO WS-SP-NIGHT-INT (WS-STEP-COUNT)
               MOVE ST-DATE      TO WS-SP-START-DATE (WS-STEP-COUNT)
               MOVE ST-TIME      TO WS-SP-START-TIME (WS-STEP-COUNT)
               MOVE WS-REC-ABS   TO WS-SP-START-ABS (WS-STEP-COUNT)
               MOVE 0            TO WS-SP-END-DATE (WS-STEP-COUNT)
               MOVE 0            TO WS-SP-END-TIME (WS-STEP-COUNT)
               MOVE 0            TO WS-SP-END-ABS (WS-STEP-COUNT)
               MOVE "O"          TO WS-SP-STATE (WS-STEP-COUNT)
           END-IF.

      *-----------------------------------------------------------*
      * 150-CLOSE-MATCHING-START                                  *
      * Busca de atras hacia adelante la ultima entrada abierta   *
      * del mismo programa y la misma entrada de trabajo y la     *
      * cierra con la fecha y hora del END; si ninguna coincide   *
      * tambien en la entrada de trabajo, recae en la ultima      *
      * abierta del mismo programa solo (mismo criterio que       *
      * FERMSINQ.CBL). Un END anterior a su START no cierra nada. *
      *-----------------------------------------------------------*
       150-CLOSE-MATCHING-START.
           MOVE 0 TO WS-FOUND-AT
           PERFORM VARYING WS-S FROM WS-STEP-COUNT BY -1
               UNTIL WS-S < 1 OR WS-FOUND-AT > 0
               IF SP-OPEN (WS-S)
                  AND WS-SP-PROGRAM (WS-S) = ST-PROGRAM
                  AND WS-SP-INPUT (WS-S) = ST-INPUT
                  AND WS-SP-START-ABS (WS-S) <= WS-REC-ABS
                   MOVE WS-S TO WS-FOUND-AT
               END-IF
           END-PERFORM
           IF WS-FOUND-AT = 0
               PERFORM VARYING WS-S FROM WS-STEP-COUNT BY -1
                   UNTIL WS-S < 1 OR WS-FOUND-AT > 0
                   IF SP-OPEN (WS-S)
                      AND WS-SP-PROGRAM (WS-S) = ST-PROGRAM
                      AND WS-SP-START-ABS (WS-S) <= WS-REC-ABS
                       MOVE WS-S TO WS-FOUND-AT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-AT > 0
               MOVE ST-DATE    TO WS-SP-END-DATE (WS-FOUND-AT)
               MOVE ST-TIME    TO WS-SP-END-TIME (WS-FOUND-AT)
               MOVE WS-REC-ABS TO WS-SP-END-ABS (WS-FOUND-AT)
               MOVE "C"        TO WS-SP-STATE (WS-FOUND-AT)
           END-IF.

      *-----------------------------------------------------------*
      * 200-WRITE-HEADINGS                                        *
      * Escribe el titulo del listado con el rango de noches y la *
      * apertura de la ventana, y los encabezados del detalle de  *
      * pasos.                                                    *
      *-----------------------------------------------------------*
       200-WRITE-HEADINGS.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "FERMSLAR - BATCH WINDOW SLA REPORT - NIGHTS "
                  WS-FROM-DATE " TO " WS-TO-DATE
                  " - WINDOW OPENS AT " WS-WINDOW-OPEN
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE SPACES TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE WS-STEP-COLUMNS TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE WS-STEP-COLUMNS-2 TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           IF WS-STEP-COUNT = 0
               MOVE "  NO CHAIN STEPS RECORDED FOR THE REQUESTED NIGHTS"
                   TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
           END-IF.

      *-----------------------------------------------------------*
      * 300-CHECK-ONE-STEP                                        *
      * Compara un paso contra la ventana de su programa:         *
      * arranque despues de la hora limite de arranque, fin       *
      * despues de la hora limite de fin, o ningun fin. Los       *
      * instantes se miden en segundos desde la apertura de la    *
      * ventana de la noche del paso. Acumula por programa, por   *
      * rango y, para el RETURN-CODE, por la ultima noche del     *
      * rango.                                                    *
      *-----------------------------------------------------------*
       300-CHECK-ONE-STEP.
           MOVE WS-SP-PROGRAM (WS-S) TO WS-FIND-PROGRAM
           PERFORM 320-FIND-PROGRAM
           IF WS-SA-FOUND-AT = 0
               IF WS-SA-COUNT >= WS-SA-MAX
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   PERFORM 330-NEW-PROGRAM
                   MOVE WS-SA-COUNT TO WS-SA-FOUND-AT
               END-IF
           END-IF
           MOVE WS-SA-FOUND-AT TO WS-A

           MOVE WS-SP-NIGHT-INT (WS-S) TO WS-NIGHT-INT
           COMPUTE WS-NIGHT-ABS = WS-NIGHT-INT * 86400 + WS-OPEN-SECS
           COMPUTE WS-START-OFF =
               WS-SP-START-ABS (WS-S) - WS-NIGHT-ABS
           MOVE "N" TO WS-LATE-SW
           MOVE "N" TO WS-OVER-SW
           IF WS-A > 0
               IF SA-HAS-START (WS-A)
                  AND WS-START-OFF > WS-SA-START-OFF (WS-A)
                   MOVE "Y" TO WS-LATE-SW
               END-IF
               IF SA-HAS-END (WS-A) AND SP-CLOSED (WS-S)
                   COMPUTE WS-END-OFF =
                       WS-SP-END-ABS (WS-S) - WS-NIGHT-ABS
                   IF WS-END-OFF > WS-SA-END-OFF (WS-A)
                       MOVE "Y" TO WS-OVER-SW
                   END-IF
               END-IF
           END-IF

           COMPUTE WS-D-DATE =
               FUNCTION DATE-OF-INTEGER (WS-NIGHT-INT)
           MOVE WS-D-DATE                 TO SD-NIGHT
           MOVE WS-SP-PROGRAM (WS-S)      TO SD-PROGRAM
           MOVE WS-SP-INPUT (WS-S)        TO SD-INPUT
           MOVE WS-SP-START-DATE (WS-S)   TO SD-START-DATE
           MOVE WS-SP-START-TIME (WS-S)   TO SD-START-TIME
           MOVE "NONE"                    TO SD-SLA-START
           MOVE "NONE"                    TO SD-SLA-END
           MOVE SPACES TO SD-FLAG-1 SD-FLAG-2 SD-FLAG-3
           IF WS-A > 0
               IF SA-HAS-START (WS-A)
                   MOVE WS-SA-START (WS-A) TO SD-SLA-START
               END-IF
               IF SA-HAS-END (WS-A)
                   MOVE WS-SA-END (WS-A)   TO SD-SLA-END
               END-IF
           END-IF
           IF SP-CLOSED (WS-S)
               MOVE WS-SP-END-DATE (WS-S) TO SD-END-DATE
               MOVE WS-SP-END-TIME (WS-S) TO SD-END-TIME
               COMPUTE WS-DUR-SECS =
                   WS-SP-END-ABS (WS-S) - WS-SP-START-ABS (WS-S)
               PERFORM 080-EDIT-DURATION
               MOVE WS-DUR-EDIT TO SD-DURATION
           ELSE
               MOVE "********" TO SD-END-DATE
               MOVE "******"   TO SD-END-TIME
               MOVE "  *******" TO SD-DURATION
           END-IF

           IF STEP-LATE
               MOVE "LATE START" TO SD-FLAG-1
               ADD 1 TO WS-LATE-COUNT
           END-IF
           IF STEP-OVER
               MOVE "OVERRAN" TO SD-FLAG-2
               ADD 1 TO WS-OVER-COUNT
           END-IF
           IF SP-OPEN (WS-S)
               MOVE "NEVER ENDED" TO SD-FLAG-3
               ADD 1 TO WS-OPEN-COUNT
           END-IF
           IF NOT STEP-LATE AND NOT STEP-OVER AND SP-CLOSED (WS-S)
               IF WS-A > 0 AND SA-IN-TABLE (WS-A)
                   MOVE "WITHIN SLA" TO SD-FLAG-1
                   ADD 1 TO WS-OK-COUNT
               ELSE
                   MOVE "NO SLA" TO SD-FLAG-1
                   ADD 1 TO WS-NOSLA-COUNT
               END-IF
           END-IF
           MOVE WS-STEP-DETAIL TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD

           IF WS-A > 0
               ADD 1 TO WS-SA-RUNS (WS-A)
               IF STEP-LATE
                   ADD 1 TO WS-SA-LATE (WS-A)
               END-IF
               IF STEP-OVER
                   ADD 1 TO WS-SA-OVER (WS-A)
               END-IF
               IF SP-OPEN (WS-S)
                   ADD 1 TO WS-SA-OPEN (WS-A)
               ELSE
                   ADD 1 TO WS-SA-DONE (WS-A)
                   ADD WS-DUR-SECS TO WS-SA-TOTAL-DUR (WS-A)
                   IF WS-DUR-SECS > WS-SA-WORST (WS-A)
                       MOVE WS-DUR-SECS TO WS-SA-WORST (WS-A)
                   END-IF
               END-IF
           END-IF

           IF WS-NIGHT-INT = WS-TO-INT
               ADD 1 TO WS-LAST-STEPS
               IF WS-A > 0
                   ADD 1 TO WS-SA-LAST-RUNS (WS-A)
               END-IF
               IF STEP-LATE
                   ADD 1 TO WS-LAST-LATE
               END-IF
               IF STEP-OVER
                   ADD 1 TO WS-LAST-OVER
               END-IF
               IF SP-OPEN (WS-S)
                   ADD 1 TO WS-LAST-OPEN
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 320-FIND-PROGRAM                                          *
      * Busca WS-FIND-PROGRAM en la tabla de ventana; deja la     *
      * posicion en WS-SA-FOUND-AT, o cero si no esta.            *
      *-----------------------------------------------------------*
       320-FIND-PROGRAM.
           MOVE 0 TO WS-SA-FOUND-AT
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-SA-COUNT OR WS-SA-FOUND-AT > 0
               IF WS-SA-PROGRAM (WS-A) = WS-FIND-PROGRAM
                   MOVE WS-A TO WS-SA-FOUND-AT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------*
      * 330-NEW-PROGRAM                                           *
      * Agrega WS-FIND-PROGRAM al final de la tabla de ventana,   *
      * sin limites y con los acumulados en cero.                 *
      *-----------------------------------------------------------*
       330-NEW-PROGRAM.
           ADD 1 TO WS-SA-COUNT
           MOVE WS-FIND-PROGRAM TO WS-SA-PROGRAM (WS-SA-COUNT)
           MOVE "N" TO WS-SA-KNOWN-SW (WS-SA-COUNT)
           MOVE "N" TO WS-SA-START-SW (WS-SA-COUNT)
           MOVE "N" TO WS-SA-END-SW (WS-SA-COUNT)
           MOVE 0   TO WS-SA-START (WS-SA-COUNT)
           MOVE 0   TO WS-SA-END (WS-SA-COUNT)
           MOVE 0   TO WS-SA-START-OFF (WS-SA-COUNT)
           MOVE 0   TO WS-SA-END-OFF (WS-SA-COUNT)
           MOVE 0   TO WS-SA-RUNS (WS-SA-COUNT)
           MOVE 0   TO WS-SA-DONE (WS-SA-COUNT)
           MOVE 0   TO WS-SA-LATE (WS-SA-COUNT)
           MOVE 0   TO WS-SA-OVER (WS-SA-COUNT)
           MOVE 0   TO WS-SA-OPEN (WS-SA-COUNT)
           MOVE 0   TO WS-SA-TOTAL-DUR (WS-SA-COUNT)
           MOVE 0   TO WS-SA-WORST (WS-SA-COUNT)
           MOVE 0   TO WS-SA-LAST-RUNS (WS-SA-COUNT).

      *-----------------------------------------------------------*
      * 400-WRITE-PROGRAM-HEADINGS                                *
      * Abre la segunda parte del listado: ventana y duraciones   *
      * por programa.                                             *
      *-----------------------------------------------------------*
       400-WRITE-PROGRAM-HEADINGS.
           MOVE SPACES TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE "DURATION BY PROGRAM" TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE SPACES TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE WS-PROG-COLUMNS TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE WS-PROG-COLUMNS-2 TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 410-WRITE-ONE-PROGRAM                                     *
      * Escribe la linea de un programa: sus horas limite,        *
      * cuantas veces corrio en el rango, cuantas fuera de la     *
      * ventana, y la duracion promedio y la peor de los pasos    *
      * que terminaron. Un programa de SLATABLE que no corrio en  *
      * el rango figura igual, marcado; el que no corrio la       *
      * ultima noche se marca y se cuenta en WS-LAST-MISSING,     *
      * porque una cadena cortada o que no arranco deja esos      *
      * programas sin START y sin ningun otro aviso.              *
      *-----------------------------------------------------------*
       410-WRITE-ONE-PROGRAM.
           MOVE WS-SA-PROGRAM (WS-A) TO PS-PROGRAM
           MOVE "NONE" TO PS-SLA-START
           MOVE "NONE" TO PS-SLA-END
           IF SA-HAS-START (WS-A)
               MOVE WS-SA-START (WS-A) TO PS-SLA-START
           END-IF
           IF SA-HAS-END (WS-A)
               MOVE WS-SA-END (WS-A) TO PS-SLA-END
           END-IF
           MOVE WS-SA-RUNS (WS-A) TO PS-RUNS
           MOVE WS-SA-DONE (WS-A) TO PS-DONE
           MOVE WS-SA-LATE (WS-A) TO PS-LATE
           MOVE WS-SA-OVER (WS-A) TO PS-OVER
           MOVE WS-SA-OPEN (WS-A) TO PS-OPEN
           MOVE SPACES TO PS-AVERAGE PS-WORST PS-NOTE
           IF WS-SA-DONE (WS-A) > 0
               COMPUTE WS-DUR-SECS ROUNDED =
                   WS-SA-TOTAL-DUR (WS-A) / WS-SA-DONE (WS-A)
               PERFORM 080-EDIT-DURATION
               MOVE WS-DUR-EDIT TO PS-AVERAGE
               MOVE WS-SA-WORST (WS-A) TO WS-DUR-SECS
               PERFORM 080-EDIT-DURATION
               MOVE WS-DUR-EDIT TO PS-WORST
           END-IF
           EVALUATE TRUE
               WHEN NOT SA-IN-TABLE (WS-A)
                   MOVE "NO SLA ENTRY" TO PS-NOTE
               WHEN WS-SA-RUNS (WS-A) = 0
                   MOVE "NOT RUN" TO PS-NOTE
                   ADD 1 TO WS-LAST-MISSING
               WHEN WS-SA-LAST-RUNS (WS-A) = 0
                   MOVE "NOT RUN LAST NIGHT" TO PS-NOTE
                   ADD 1 TO WS-LAST-MISSING
           END-EVALUATE
           MOVE WS-PROG-DETAIL TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 500-WRITE-SUMMARY                                         *
      * Cierra el listado con los totales del rango y el          *
      * veredicto de la ultima noche, que es el que decide el     *
      * RETURN-CODE.                                              *
      *-----------------------------------------------------------*
       500-WRITE-SUMMARY.
           MOVE SPACES TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE WS-STEP-COUNT  TO SG-STEPS
           MOVE WS-OK-COUNT    TO SG-OK
           MOVE WS-LATE-COUNT  TO SG-LATE
           MOVE WS-OVER-COUNT  TO SG-OVER
           MOVE WS-OPEN-COUNT  TO SG-OPEN
           MOVE WS-NOSLA-COUNT TO SG-NOSLA
           MOVE WS-TOTALS-LINE TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE WS-TO-DATE     TO SN-NIGHT
           MOVE WS-LAST-STEPS  TO SN-STEPS
           MOVE WS-LAST-LATE   TO SN-LATE
           MOVE WS-LAST-OVER   TO SN-OVER
           MOVE WS-LAST-OPEN   TO SN-OPEN
           MOVE WS-LAST-MISSING TO SN-MISSING
           EVALUATE TRUE
               WHEN WS-LAST-STEPS = 0
                   MOVE "NO STEPS RECORDED" TO SN-VERDICT
               WHEN WS-LAST-OPEN > 0
                   MOVE "STEPS NEVER ENDED" TO SN-VERDICT
               WHEN WS-LAST-MISSING > 0
                   MOVE "PROGRAMS NOT RUN" TO SN-VERDICT
               WHEN WS-LAST-LATE > 0 OR WS-LAST-OVER > 0
                   MOVE "WINDOW BREACHED" TO SN-VERDICT
               WHEN OTHER
                   MOVE "WITHIN WINDOW" TO SN-VERDICT
           END-EVALUATE
           MOVE WS-LAST-LINE TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           IF WS-DROPPED-COUNT > 0
               MOVE SPACES TO WS-HEADING-LINE
               STRING "STEP TABLE FULL - STEPS LEFT OUT OF THIS REPORT"
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
               MOVE WS-HEADING-LINE TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
           END-IF.

       END PROGRAM FERMSLAR.
