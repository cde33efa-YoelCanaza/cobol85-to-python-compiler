      *===============================================================*
      * PROGRAMA: FERMPGEN.CBL                                       *
      * DESCRIPCIÓN: Generacion del PARMFILE de la noche a partir del *
      *              maestro de parametros FERMPMST (indexado,        *
      *              layout FERMPMST.CPY) que mantiene FERMPMNT.CBL.  *
      *              Recorre el maestro en orden de clave             *
      *              (N/particion/modo) y copia a PARMFILE la imagen  *
      *              de parametros de cada entrada activa; las        *
      *              inactivas se listan como salteadas. El reporte   *
      *              PGENRPT deja constancia de lo que se genero.     *
      *              Como paso de la cadena nocturna agrega su        *
      *              registro de arranque y fin a FRUNSTAT. Un        *
      *              maestro sin entradas activas no deja PARMFILE    *
      *              util: termina con RETURN-CODE 8 para que la      *
      *              cadena no lance FERMAT en vano.                  *
      * AUTOR: ANONIMO                                               *
      *==============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERMPGEN.
       AUTHOR. ANONIMO.

      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JCM  Version inicial: PARMFILE desde las       *
      *                  entradas activas del maestro de           *
      *                  parametros, con listado y registro en     *
      *                  FRUNSTAT.                                 *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-MASTER ASSIGN TO "FERMPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PGEN-REPORT ASSIGN TO "PGENRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATUS ASSIGN TO "FRUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-MASTER
           RECORDING MODE IS F.
           COPY FERMPMST.

       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY FERMPARM.

       FD  PGEN-REPORT
           RECORDING MODE IS F.
       01  PGEN-REPORT-RECORD  PIC X(132).

       FD  RUN-STATUS
           RECORDING MODE IS F.
           COPY FERMSTRC.

       WORKING-STORAGE SECTION.
       01  WS-MAST-STATUS      PIC X(02).
           88  MASTER-OK           VALUE "00".
       01  WS-PARM-STATUS      PIC X(02).
           88  PARM-FOUND-OK       VALUE "00".
       01  WS-REPORT-STATUS    PIC X(02).
           88  REPORT-FOUND-OK     VALUE "00".
       01  WS-STAT-STATUS      PIC X(02).
           88  STAT-FOUND-OK       VALUE "00".
       01  WS-STAT-DATE        PIC 9(08).
       01  WS-STAT-TIME        PIC 9(08).
       01  WS-STAT-PHASE       PIC X(05).
       01  WS-STAT-RECORDS     PIC 9(09) COMP VALUE 0.

       01  WS-MAST-EOF-SW      PIC X(01) VALUE "N".
           88  MAST-EOF            VALUE "Y".

       01  WS-READ-COUNT       PIC 9(09) COMP VALUE 0.
       01  WS-WRITTEN-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-INACTIVE-COUNT   PIC 9(09) COMP VALUE 0.

       01  WS-ENTRY-COLUMNS.
           05  FILLER          PIC X(09) VALUE "        N".
           05  FILLER          PIC X(05) VALUE " PART".
           05  FILLER          PIC X(05) VALUE " MODE".
           05  FILLER          PIC X(10) VALUE "     START".
           05  FILLER          PIC X(10) VALUE "       END".
           05  FILLER          PIC X(09) VALUE " PROJECT".
           05  FILLER          PIC X(09) VALUE " LAST BY".
           05  FILLER          PIC X(09) VALUE "  ON".
           05  FILLER          PIC X(66) VALUE "  ACTION".

       01  WS-ENTRY-LINE.
           05  PG-N            PIC Z(08)9.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  PG-PART         PIC 9(01).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  PG-MODE         PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PG-START        PIC 9(09).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PG-END          PIC 9(09).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PG-PROJECT      PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PG-USER         PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  PG-DATE         PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  PG-ACTION       PIC X(20).
           05  FILLER          PIC X(44) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER          PIC X(22) VALUE "FERMPGEN MASTER READ=".
           05  TG-READ         PIC Z(08)9.
           05  FILLER          PIC X(20) VALUE " PARMFILE ENTRIES=".
           05  TG-WRITTEN      PIC Z(08)9.
           05  FILLER          PIC X(20) VALUE " INACTIVE SKIPPED=".
           05  TG-INACTIVE     PIC Z(08)9.
           05  FILLER          PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "START" TO WS-STAT-PHASE
           MOVE 0       TO WS-STAT-RECORDS
           PERFORM 900-WRITE-STEP-STATUS
           OPEN INPUT PARM-MASTER
           IF NOT MASTER-OK
               DISPLAY "UNABLE TO OPEN PARM-MASTER - FERMPMST"
                   " STATUS=" WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PARM-FILE
           IF NOT PARM-FOUND-OK
               DISPLAY "UNABLE TO OPEN PARM-FILE - PARMFILE"
                   " STATUS=" WS-PARM-STATUS
               CLOSE PARM-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PGEN-REPORT
           IF NOT REPORT-FOUND-OK
               DISPLAY "UNABLE TO OPEN PGEN-REPORT - PGENRPT"
                   " STATUS=" WS-REPORT-STATUS
               CLOSE PARM-MASTER
               CLOSE PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "FERMPGEN - PARMFILE GENERATED FROM PARAMETER MASTER"
               TO PGEN-REPORT-RECORD
           WRITE PGEN-REPORT-RECORD
           MOVE SPACES TO PGEN-REPORT-RECORD
           WRITE PGEN-REPORT-RECORD
           MOVE WS-ENTRY-COLUMNS TO PGEN-REPORT-RECORD
           WRITE PGEN-REPORT-RECORD

           PERFORM UNTIL MAST-EOF
               READ PARM-MASTER NEXT
                   AT END
                       MOVE "Y" TO WS-MAST-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 100-GENERATE-ONE-ENTRY
               END-READ
           END-PERFORM

           MOVE SPACES TO PGEN-REPORT-RECORD
           WRITE PGEN-REPORT-RECORD
           MOVE WS-READ-COUNT     TO TG-READ
           MOVE WS-WRITTEN-COUNT  TO TG-WRITTEN
           MOVE WS-INACTIVE-COUNT TO TG-INACTIVE
           MOVE WS-TOTALS-LINE TO PGEN-REPORT-RECORD
           WRITE PGEN-REPORT-RECORD
           CLOSE PARM-MASTER
           CLOSE PARM-FILE
           CLOSE PGEN-REPORT

           DISPLAY "FERMPGEN - MASTER READ=" WS-READ-COUNT
               " PARMFILE ENTRIES=" WS-WRITTEN-COUNT
               " INACTIVE=" WS-INACTIVE-COUNT
           IF WS-WRITTEN-COUNT = 0
               DISPLAY "FERMPGEN - NO ACTIVE ENTRIES ON FERMPMST - "
                   "PARMFILE IS EMPTY"
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "END" TO WS-STAT-PHASE
           MOVE WS-WRITTEN-COUNT TO WS-STAT-RECORDS
           PERFORM 900-WRITE-STEP-STATUS
           STOP RUN.

      *-----------------------------------------------------------*
      * 100-GENERATE-ONE-ENTRY                                      *
      * Copia a PARMFILE la imagen de parametros de una entrada     *
      * activa y la lista; una inactiva solo se lista.              *
      *-----------------------------------------------------------*
       100-GENERATE-ONE-ENTRY.
           MOVE PM-PARM-IMAGE TO FERMAT-PARM-RECORD
           MOVE PM-N          TO PG-N
           MOVE PM-PARTITION  TO PG-PART
           MOVE PM-RUN-MODE   TO PG-MODE
           IF FP-MODE-ZSEARCH
               MOVE FP-START-Z TO PG-START
               MOVE FP-END-Z   TO PG-END
           ELSE
               MOVE FP-START-TOTAL TO PG-START
               MOVE FP-END-TOTAL   TO PG-END
           END-IF
           MOVE FP-PROJECT-CODE TO PG-PROJECT
           MOVE PM-LAST-USER    TO PG-USER
           MOVE PM-LAST-DATE    TO PG-DATE
           IF PM-ACTIVE
               WRITE FERMAT-PARM-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
               MOVE "WRITTEN TO PARMFILE" TO PG-ACTION
           ELSE
               ADD 1 TO WS-INACTIVE-COUNT
               MOVE "INACTIVE - SKIPPED" TO PG-ACTION
           END-IF
           MOVE WS-ENTRY-LINE TO PGEN-REPORT-RECORD
           WRITE PGEN-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 900-WRITE-STEP-STATUS                                       *
      * Agrega al archivo comun de estado de la cadena nocturna    *
      * (FRUNSTAT) el registro de este paso, al arrancar y al      *
      * terminar, para FERMSINQ.CBL y el re-arranque por paso de   *
      * FERMCHAN.CBL. Un problema con el archivo de estado avisa   *
      * pero no tira abajo el paso.                                *
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
               MOVE "FERMPGEN"        TO ST-PROGRAM
               MOVE WS-STAT-DATE      TO ST-DATE
               MOVE WS-STAT-TIME (1:6) TO ST-TIME
               MOVE WS-STAT-PHASE     TO ST-PHASE
               MOVE 0                 TO ST-N
               MOVE 0                 TO ST-PARTITION
               MOVE "FERMPMST"        TO ST-INPUT
               MOVE WS-STAT-RECORDS   TO ST-RECORDS
               MOVE RETURN-CODE       TO ST-RETURN-CODE
               MOVE SPACES            TO ST-PROJECT-CODE
               WRITE FERMAT-STEP-RECORD
               CLOSE RUN-STATUS
           END-IF.

       END PROGRAM FERMPGEN.
