      * 2026-09-02  JCM  Version inicial: extracto de intercambio  *
      *                  de hallazgos CONFIRMED con cabecera,       *
      *                  detalle delimitado y trailer de conteo.    *
      * 2026-10-15  JCM  El paso agrega su registro de arranque y  *
      *                  fin al archivo comun de estado FRUNSTAT   *
      *                  (FERMSTRC.CPY), como el resto de la       *
      *                  cadena, para el re-arranque por paso de   *
      *                  FERMCHAN.CBL.                             *
      * 2026-10-15  JCM  El registro de FRUNSTAT lleva ahora el     *
      *                  proyecto de la corrida (ST-PROJECT-CODE);  *
      *                  este paso no trabaja para un proyecto en   *
      *                  particular y lo graba en blanco.           *
      * 2026-10-15  JCM  El archivo de intercambio se da de alta    *
      *                  al cerrarlo en el catalogo de archivos de  *
      *                  corrida FRUNCAT con su conteo de           *
      *                  registros y total hash                     *
      *                  (950-CATALOG-OUTPUT, FERMCATW.CBL).        *
      * 2026-10-15  JCM  Un hallazgo confirmado con N>=3 solo       *
      *                  viaja en el paquete si su incidente en la  *
      *                  cuarentena FQUARAN (FERMQUAR.CPY) esta     *
      *                  RELEASED por FERMQSGN.CBL; si no, se       *
      *                  retiene, se muestra y se cuenta            *
      *                  (250-CHECK-RELEASE), y el paso termina     *
      *                  con RETURN-CODE 4.                         *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

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
       FD  XTRT-CTL
           RECORDING MODE IS F.
       01  EXCHANGE-RECORD     PIC X(160).

       FD  RUN-STATUS
           RECORDING MODE IS F.
           COPY FERMSTRC.

       FD  QUARANTINE-FILE
           RECORDING MODE IS F.
           COPY FERMQUAR.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS       PIC X(02).
           88  CTL-FOUND-OK        VALUE "00".
           88  VERIFY-FOUND-OK     VALUE "00".
       01  WS-OUTPUT-STATUS    PIC X(02).
           88  OUTPUT-FOUND-OK     VALUE "00".
       01  WS-STAT-STATUS      PIC X(02).
           88  STAT-FOUND-OK       VALUE "00".
       01  WS-STAT-DATE        PIC 9(08).
       01  WS-STAT-TIME        PIC 9(08).
       01  WS-STAT-PHASE       PIC X(05).
       01  WS-STAT-RECORDS     PIC 9(09) COMP VALUE 0.

       01  WS-RESULTS-NAME     PIC X(20).
       01  WS-VERIFY-NAME      PIC X(20).
       01  WS-FILTERED-COUNT   PIC 9(09) COMP VALUE 0.
       01  WS-NOVERDICT-COUNT  PIC 9(09) COMP VALUE 0.
       01  WS-TRAILER-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-QUAR-COUNT       PIC 9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      * Cuarentena de hallazgos N>=3 (FQUARAN, FERMQUAR.CPY): solo *
      * viajan los de incidente RELEASED. Sin archivo de           *
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

       01  WS-RUN-DATE         PIC 9(08).
       01  WS-D-N              PIC 9(09).
       01  WS-D-Z              PIC 9(09).
       01  WS-D-COUNT          PIC 9(09).

           COPY FERMCATP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-READ-XTRT-CONTROL
           MOVE "START" TO WS-STAT-PHASE
           MOVE 0       TO WS-STAT-RECORDS
           PERFORM 900-WRITE-STEP-STATUS
           OPEN INPUT MERGED-RESULTS
           IF NOT RESULTS-FOUND-OK
               DISPLAY "MERGED-RESULTS NOT FOUND - CANNOT EXTRACT - "
           CLOSE MERGED-RESULTS
           CLOSE VERIFY-REPORT
           CLOSE EXCHANGE-FILE
           IF QUAR-IS-OPEN
               CLOSE QUARANTINE-FILE
           END-IF
           MOVE WS-OUTPUT-NAME TO KP-DATASET
           MOVE WS-FILTER-N    TO KP-N
           MOVE 0              TO KP-PARTITION
           PERFORM 950-CATALOG-OUTPUT

           DISPLAY "FERMXTRT - MATCHES=" WS-MATCH-COUNT
               " EXTRACTED=" WS-EXTRACT-COUNT
               " NOT-CONFIRMED=" WS-NOTCONF-COUNT
               " NO-VERDICT=" WS-NOVERDICT-COUNT
               " FILTERED-OUT=" WS-FILTERED-COUNT
               " QUARANTINED=" WS-QUAR-COUNT
           IF WS-QUAR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "END" TO WS-STAT-PHASE
           MOVE WS-EXTRACT-COUNT TO WS-STAT-RECORDS
           PERFORM 900-WRITE-STEP-STATUS
           STOP RUN.

      *-----------------------------------------------------------*
           END-IF
           CLOSE XTRT-CTL.

      *-----------------------------------------------------------*
      * 030-OPEN-QUARANTINE                                       *
      * Abre la cuarentena FQUARAN solo para consulta, recien con *
      * el primer hallazgo N>=3 confirmado (un extracto solo de   *
      * N=2 no la necesita). Si todavia no existe (status 35) o   *
      * no se puede abrir, WS-QUAR-OPEN-SW queda en "X" y ningun  *
      * hallazgo N>=3 viaja; un status distinto de 35 ademas se   *
      * avisa.                                                    *
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
      * 100-WRITE-HEADER                                            *
      * Graba el registro cabecera del intercambio con la fecha de  *
      * veredictos que quedan atras de la clave del hallazgo se     *
      * pasan de largo (el apareo es el mismo de FERMRPRT.CBL);     *
      * un hallazgo sin veredicto no viaja en el paquete y se       *
      * cuenta aparte, igual que un N>=3 que no fue liberado de la  *
      * cuarentena.                                                 *
      *-----------------------------------------------------------*
       200-EXTRACT-ONE-MATCH.
           ADD 1 TO WS-MATCH-COUNT
           ELSE
               IF VERIFY-LOADED AND WS-VR-KEY = WS-FR-KEY
                   IF VR-CONFIRMED
                       PERFORM 250-CHECK-RELEASE
                   ELSE
                       ADD 1 TO WS-NOTCONF-COUNT
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 250-CHECK-RELEASE                                         *
      * Un hallazgo confirmado con N>=3 solo viaja al grupo de    *
      * investigacion si su incidente de cuarentena esta RELEASED *
      * por FERMQSGN.CBL; abierto, rechazado o sin incidente,     *
      * queda retenido, se muestra y se cuenta. Los de N=2 pasan  *
      * directo.                                                  *
      *-----------------------------------------------------------*
       250-CHECK-RELEASE.
           MOVE "Y" TO WS-RELEASED-SW
           IF FR-N >= 3
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
               END-IF
           END-IF
           IF FINDING-RELEASED
               PERFORM 300-WRITE-ONE-DETAIL
           ELSE
               ADD 1 TO WS-QUAR-COUNT
               DISPLAY "FERMXTRT - QUARANTINED FINDING WITHHELD - N="
                   FR-N " TOTAL=" FR-TOTAL " X=" FR-X " Y=" FR-Y
                   " STATE=" WS-QUAR-STATE
           END-IF.

      *-----------------------------------------------------------*
      * 300-WRITE-ONE-DETAIL                                        *
      * Graba el detalle delimitado del hallazgo confirmado: los    *
               DELIMITED BY SIZE INTO EXCHANGE-RECORD
           WRITE EXCHANGE-RECORD.

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
               MOVE "FERMXTRT"        TO ST-PROGRAM
               MOVE WS-STAT-DATE      TO ST-DATE
               MOVE WS-STAT-TIME (1:6) TO ST-TIME
               MOVE WS-STAT-PHASE     TO ST-PHASE
               MOVE WS-FILTER-N       TO ST-N
               MOVE 0                 TO ST-PARTITION
               MOVE WS-RESULTS-NAME   TO ST-INPUT
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
           MOVE "FERMXTRT" TO KP-PROGRAM
           CALL "FERMCATW" USING FERMAT-CAT-PARM
           IF KP-CATALOG-FAILED
               DISPLAY "FERMXTRT - OUTPUT NOT CATALOGED - " KP-DATASET
                   " STATUS=" KP-FILE-STATUS
           END-IF.

       END PROGRAM FERMXTRT.
