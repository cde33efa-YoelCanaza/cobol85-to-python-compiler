      * 2026-09-02  JCM  Version inicial: carga del maestro        *
      *                  indexado de hallazgos desde un archivo     *
      *                  combinado, con rechazo de duplicados.      *
      * 2026-10-15  JCM  El paso agrega su registro de arranque y  *
      *                  fin al archivo comun de estado FRUNSTAT   *
      *                  (FERMSTRC.CPY), como el resto de la       *
      *                  cadena, para el re-arranque por paso de   *
      *                  FERMCHAN.CBL.                             *
      * 2026-10-15  JCM  El registro de FRUNSTAT lleva ahora el     *
      *                  proyecto de la corrida (ST-PROJECT-CODE);  *
      *                  este paso no trabaja para un proyecto en   *
      *                  particular y lo graba en blanco.           *
      * 2026-10-15  JCM  Un hallazgo N>=3 solo se carga al maestro  *
      *                  si su incidente en la cuarentena FQUARAN   *
      *                  (FERMQUAR.CPY) esta RELEASED por           *
      *                  FERMQSGN.CBL; si esta abierto, rechazado   *
      *                  o no existe, se rechaza al reporte como    *
      *                  QUARANTINED y se cuenta aparte             *
      *                  (150-CHECK-QUARANTINE). RETURN-CODE 4 si   *
      *                  hubo rechazos de cuarentena, 8 si ademas   *
      *                  hubo duplicados.                           *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS FM-KEY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT QUARANTINE-FILE ASSIGN TO "FQUARAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QU-KEY
               FILE STATUS IS WS-QUAR-STATUS.

           SELECT FMNT-REPORT ASSIGN TO "FMNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-STATUS ASSIGN TO "FRUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FMNT-CTL
           RECORDING MODE IS F.
           COPY FERMMSTR.

       FD  QUARANTINE-FILE
           RECORDING MODE IS F.
           COPY FERMQUAR.

       FD  FMNT-REPORT
           RECORDING MODE IS F.
       01  FMNT-REPORT-RECORD  PIC X(132).

       FD  RUN-STATUS
           RECORDING MODE IS F.
           COPY FERMSTRC.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS       PIC X(02).
           88  CTL-FOUND-OK        VALUE "00".
           88  MASTER-DUP-KEY      VALUE "22".
       01  WS-REPORT-STATUS    PIC X(02).
           88  REPORT-FOUND-OK     VALUE "00".
       01  WS-STAT-STATUS      PIC X(02).
           88  STAT-FOUND-OK       VALUE "00".
       01  WS-STAT-DATE        PIC 9(08).
       01  WS-STAT-TIME        PIC 9(08).
       01  WS-STAT-PHASE       PIC X(05).
       01  WS-STAT-RECORDS     PIC 9(09) COMP VALUE 0.

       01  WS-IN-NAME          PIC X(20).

       01  WS-LOADED-COUNT     PIC 9(09) COMP VALUE 0.
       01  WS-DUP-COUNT        PIC 9(09) COMP VALUE 0.
       01  WS-TRAILER-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-QUAR-COUNT       PIC 9(09) COMP VALUE 0.
       01  WS-LOAD-DATE        PIC 9(08).

      *-----------------------------------------------------------*
      * Cuarentena de hallazgos N>=3 (FQUARAN, FERMQUAR.CPY): solo *
      * se cargan los de incidente RELEASED. Sin archivo de        *
      * cuarentena ningun N>=3 esta liberado.                      *
      *-----------------------------------------------------------*
       01  WS-QUAR-STATUS      PIC X(02).
           88  QUAR-OK             VALUE "00".
           88  QUAR-NOT-FOUND      VALUE "35".
       01  WS-QUAR-OPEN-SW     PIC X(01) VALUE "N".
           88  QUAR-IS-OPEN        VALUE "Y".
           88  QUAR-UNAVAILABLE    VALUE "X".
       01  WS-RELEASED-SW      PIC X(01).
           88  FINDING-RELEASED    VALUE "Y".
       01  WS-QUAR-STATE       PIC X(11).

       01  WS-HEADING-LINE     PIC X(132).

       01  WS-REJECT-LINE.
               " - ALREADY ON THE MASTER".
           05  FILLER          PIC X(46) VALUE SPACES.

       01  WS-QUAR-LINE.
           05  FILLER          PIC X(21) VALUE
               "QUARANTINED   - N=   ".
           05  QL-N            PIC 9(09).
           05  FILLER          PIC X(07) VALUE " TOTAL=".
           05  QL-TOTAL        PIC 9(09).
           05  FILLER          PIC X(03) VALUE " X=".
           05  QL-X            PIC 9(09).
           05  FILLER          PIC X(03) VALUE " Y=".
           05  QL-Y            PIC 9(09).
           05  FILLER          PIC X(24) VALUE
               " - NOT RELEASED - STATE=".
           05  QL-STATE        PIC X(11).
           05  FILLER          PIC X(27) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER          PIC X(16) VALUE "FERMFMNT INPUT=".
           05  TL-NAME         PIC X(20).
           05  TL-TRAILERS     PIC 9(09).
           05  FILLER          PIC X(17) VALUE SPACES.

       01  WS-QUAR-TOTAL-LINE.
           05  FILLER          PIC X(30) VALUE
               "FERMFMNT QUARANTINED-REFUSED=".
           05  TL-QUAR         PIC 9(09).
           05  FILLER          PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-READ-FMNT-CONTROL
           MOVE "START" TO WS-STAT-PHASE
           MOVE 0       TO WS-STAT-RECORDS
           PERFORM 900-WRITE-STEP-STATUS
           OPEN INPUT MERGED-RESULTS
           IF NOT RESULTS-FOUND-OK
               DISPLAY "MERGED-RESULTS NOT FOUND - CANNOT LOAD - "
           PERFORM 300-WRITE-LOAD-TOTALS
           CLOSE MERGED-RESULTS
           CLOSE FINDINGS-MASTER
           IF QUAR-IS-OPEN
               CLOSE QUARANTINE-FILE
           END-IF
           CLOSE FMNT-REPORT

           DISPLAY "FERMFMNT - READ=" WS-READ-COUNT
               " LOADED=" WS-LOADED-COUNT
               " DUPLICATES=" WS-DUP-COUNT
               " TRAILERS-SKIPPED=" WS-TRAILER-COUNT
               " QUARANTINED=" WS-QUAR-COUNT
           IF WS-QUAR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DUP-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "END" TO WS-STAT-PHASE
           MOVE WS-LOADED-COUNT TO WS-STAT-RECORDS
           PERFORM 900-WRITE-STEP-STATUS
           STOP RUN.

      *-----------------------------------------------------------*
               STOP RUN
           END-IF.

      *-----------------------------------------------------------*
      * 030-OPEN-QUARANTINE                                       *
      * Abre la cuarentena FQUARAN solo para consulta, recien con *
      * el primer hallazgo N>=3 (una carga solo de N=2 no la      *
      * necesita). Si todavia no existe (status 35) o no se puede *
      * abrir, WS-QUAR-OPEN-SW queda en "X" y ningun hallazgo     *
      * N>=3 se carga; un status distinto de 35 ademas se avisa.  *
      *-----------------------------------------------------------*
       030-OPEN-QUARANTINE.
           OPEN INPUT QUARANTINE-FILE
           IF QUAR-OK
               MOVE "Y" TO WS-QUAR-OPEN-SW
           ELSE
               MOVE "X" TO WS-QUAR-OPEN-SW
               IF NOT QUAR-NOT-FOUND
                   DISPLAY "UNABLE TO OPEN QUARANTINE-FILE - FQUARAN"
                       " STATUS=" WS-QUAR-STATUS
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 100-LOAD-ONE-FINDING                                        *
      * Agrega el hallazgo leido al maestro con la fecha de carga.  *
      * Una clave que ya existe se rechaza al reporte y se cuenta;  *
      * el registro del maestro no se toca (el que ya esta es el    *
      * autoritativo). Un hallazgo N>=3 solo se carga si su         *
      * incidente de cuarentena esta RELEASED; si no, se rechaza al *
      * reporte como QUARANTINED y el maestro no se toca.           *
      *-----------------------------------------------------------*
       100-LOAD-ONE-FINDING.
           MOVE "Y" TO WS-RELEASED-SW
           IF FR-N >= 3
               PERFORM 150-CHECK-QUARANTINE
           END-IF
           IF FINDING-RELEASED
               PERFORM 110-WRITE-MASTER
           ELSE
               ADD 1 TO WS-QUAR-COUNT
               MOVE FR-N     TO QL-N
               MOVE FR-TOTAL TO QL-TOTAL
               MOVE FR-X     TO QL-X
               MOVE FR-Y     TO QL-Y
               MOVE WS-QUAR-STATE TO QL-STATE
               MOVE WS-QUAR-LINE TO FMNT-REPORT-RECORD
               WRITE FMNT-REPORT-RECORD
           END-IF.

      *-----------------------------------------------------------*
      * 110-WRITE-MASTER                                          *
      * Graba el hallazgo en el maestro con la fecha de carga;    *
      * una clave repetida va al reporte como duplicado. El WRITE *
      * del reporte lleva su propio END-WRITE para que el NOT     *
      * INVALID KEY quede del lado del maestro.                   *
      *-----------------------------------------------------------*
       110-WRITE-MASTER.
           MOVE FR-N     TO FM-N
           MOVE FR-TOTAL TO FM-TOTAL
           MOVE FR-X     TO FM-X
                   MOVE FR-Y     TO RJ-Y
                   MOVE WS-REJECT-LINE TO FMNT-REPORT-RECORD
                   WRITE FMNT-REPORT-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

      *-----------------------------------------------------------*
      * 150-CHECK-QUARANTINE                                      *
      * Busca el incidente del hallazgo en FQUARAN y deja         *
      * WS-RELEASED-SW en "Y" solo si esta RELEASED.              *
      * WS-QUAR-STATE lleva para el reporte el estado encontrado, *
      * o NO INCIDENT si no hay (un N>=3 que no paso por          *
      * FERMVRFY.CBL tampoco se carga).                           *
      *-----------------------------------------------------------*
       150-CHECK-QUARANTINE.
           MOVE "N" TO WS-RELEASED-SW
           MOVE "NO INCIDENT" TO WS-QUAR-STATE
           IF NOT QUAR-IS-OPEN AND NOT QUAR-UNAVAILABLE
               PERFORM 030-OPEN-QUARANTINE
           END-IF
           IF QUAR-IS-OPEN
               MOVE FR-N     TO QU-N
               MOVE FR-TOTAL TO QU-TOTAL
               MOVE FR-X     TO QU-X
               MOVE FR-Y     TO QU-Y
               READ QUARANTINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE QU-STATUS TO WS-QUAR-STATE
                       IF QU-RELEASED
                           MOVE "Y" TO WS-RELEASED-SW
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------*
      * 300-WRITE-LOAD-TOTALS                                       *
      * Cierra el reporte con los totales de la carga.              *
           MOVE WS-DUP-COUNT     TO TL-DUPS
           MOVE WS-TRAILER-COUNT TO TL-TRAILERS
           MOVE WS-TOTALS-LINE TO FMNT-REPORT-RECORD
           WRITE FMNT-REPORT-RECORD
           MOVE WS-QUAR-COUNT    TO TL-QUAR
           MOVE WS-QUAR-TOTAL-LINE TO FMNT-REPORT-RECORD
           WRITE FMNT-REPORT-RECORD.

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
               MOVE "FERMFMNT"        TO ST-PROGRAM
               MOVE WS-STAT-DATE      TO ST-DATE
               MOVE WS-STAT-TIME (1:6) TO ST-TIME
               MOVE WS-STAT-PHASE     TO ST-PHASE
               MOVE 0                 TO ST-N
               MOVE 0                 TO ST-PARTITION
               MOVE WS-IN-NAME        TO ST-INPUT
               MOVE WS-STAT-RECORDS   TO ST-RECORDS
               MOVE RETURN-CODE       TO ST-RETURN-CODE
               MOVE SPACES            TO ST-PROJECT-CODE
               WRITE FERMAT-STEP-RECORD
               CLOSE RUN-STATUS
           END-IF.

       END PROGRAM FERMFMNT.
