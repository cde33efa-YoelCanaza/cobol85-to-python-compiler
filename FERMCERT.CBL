      *===============================================================*
      * PROGRAMA: FERMCERT.CBL                                       *
      * DESCRIPCIÓN: Certificacion de un rango de exponente. Para el  *
      *              N y el TOTAL tope pedidos en CERTCTL (ver        *
      *              FERMCRTP.CPY) junta lo que hoy hay que revisar a *
      *              mano en cinco lugares y verifica que: (1) el     *
      *              historial FERMHIST tenga cobertura contigua de   *
      *              barrido clasico desde TOTAL 3 hasta el tope, con *
      *              el mismo criterio de FERMCOVR.CBL; (2) cada      *
      *              segmento de resultados FRSLT de ese N en el      *
      *              catalogo FRUNCAT tenga una conciliacion FERMRCNC *
      *              terminada sin errores posterior a su grabacion   *
      *              (segun FRUNSTAT); (3) todo veredicto de FERMVRFY *
      *              de ese N hasta el tope sea CONFIRMED; (4) no     *
      *              quede ninguna excepcion de FERMCOMP hasta el     *
      *              tope sin firmar en la cuarentena FQUARAN; (5)    *
      *              ningun TOTAL re-encolado en RQUEFILE hasta el    *
      *              tope este esperando la comparacion de FERMCOMP;  *
      *              y (6) para N >= 3, no quede ningun incidente de  *
      *              cuarentena abierto hasta el tope. Si todo pasa   *
      *              agrega un certificado fechado al registro        *
      *              permanente FCERTREG (FERMCREG.CPY); si algo      *
      *              falla lista cada item que bloquea la             *
      *              certificacion. Reporte CERTRPT. RETURN-CODE 0    *
      *              certificado, 8 bloqueado, 16 error de control o  *
      *              del registro.                                    *
      * AUTOR: ANONIMO                                               *
      *==============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERMCERT.
       AUTHOR. ANONIMO.

      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JCM  Version inicial: certificacion de          *
      *                  cobertura, conciliacion, veredictos,       *
      *                  excepciones, re-encolados y cuarentena de  *
      *                  un N hasta un TOTAL tope, con registro     *
      *                  permanente FCERTREG.                       *
      * 2026-10-15  JCM  Se controla el status del WRITE del        *
      *                  certificado en FCERTREG: si falla, el      *
      *                  reporte lo dice y el paso termina con      *
      *                  RETURN-CODE 16 en vez de darlo por         *
      *                  grabado.                                   *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-CTL ASSIGN TO "CERTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RUN-HISTORY ASSIGN TO "FERMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RUN-CATALOG ASSIGN TO "FRUNCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT RUN-STATUS ASSIGN TO "FRUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT CHECK-FILE ASSIGN TO DYNAMIC WS-CHECK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.

           SELECT QUARANTINE-FILE ASSIGN TO "FQUARAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QU-KEY
               FILE STATUS IS WS-QUAR-STATUS.

           SELECT CERT-REGISTER ASSIGN TO "FCERTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT CERT-REPORT ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-CTL
           RECORDING MODE IS F.
           COPY FERMCRTP.

       FD  RUN-HISTORY
           RECORDING MODE IS F.
           COPY FERMHIST.

       FD  RUN-CATALOG
           RECORDING MODE IS F.
           COPY FERMCATL.

       FD  RUN-STATUS
           RECORDING MODE IS F.
           COPY FERMSTRC.

      *-----------------------------------------------------------*
      * Archivo de corrida que se esta revisando: reporte de       *
      * verificacion de FERMVRFY, excepciones de FERMCOMP (layout  *
      * de resultados) o el re-encolado RQUEFILE.                  *
      *-----------------------------------------------------------*
       FD  CHECK-FILE
           RECORDING MODE IS F.
           COPY FERMVREC.
           COPY FERMREC.
           COPY FERMRQUE.

       FD  QUARANTINE-FILE
           RECORDING MODE IS F.
           COPY FERMQUAR.

       FD  CERT-REGISTER
           RECORDING MODE IS F.
           COPY FERMCREG.

       FD  CERT-REPORT
           RECORDING MODE IS F.
       01  CERT-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS       PIC X(02).
           88  CTL-FOUND-OK        VALUE "00".
       01  WS-HIST-STATUS      PIC X(02).
           88  HIST-FOUND-OK       VALUE "00".
       01  WS-CAT-STATUS       PIC X(02).
           88  CAT-FOUND-OK        VALUE "00".
       01  WS-STAT-STATUS      PIC X(02).
           88  STAT-FOUND-OK       VALUE "00".
       01  WS-CHECK-STATUS     PIC X(02).
           88  CHECK-FOUND-OK      VALUE "00".
       01  WS-QUAR-STATUS      PIC X(02).
           88  QUAR-OK             VALUE "00".
           88  QUAR-NOT-FOUND      VALUE "35".
       01  WS-REG-STATUS       PIC X(02).
           88  REG-FOUND-OK        VALUE "00".
       01  WS-REPORT-STATUS    PIC X(02).
           88  REPORT-FOUND-OK     VALUE "00".

       01  WS-HIST-EOF-SW      PIC X(01) VALUE "N".
           88  HIST-EOF            VALUE "Y".
       01  WS-CAT-EOF-SW       PIC X(01) VALUE "N".
           88  CAT-EOF             VALUE "Y".
       01  WS-STAT-EOF-SW      PIC X(01) VALUE "N".
           88  STAT-EOF            VALUE "Y".
       01  WS-CHECK-EOF-SW     PIC X(01) VALUE "N".
           88  CHECK-EOF           VALUE "Y".
       01  WS-QUAR-EOF-SW      PIC X(01) VALUE "N".
           88  QUAR-EOF            VALUE "Y".
       01  WS-CAT-LOADED-SW    PIC X(01) VALUE "N".
           88  CAT-LOADED          VALUE "Y".
       01  WS-QUAR-OPEN-SW     PIC X(01) VALUE "N".
           88  QUAR-IS-OPEN        VALUE "Y".
           88  QUAR-UNAVAILABLE    VALUE "X".
       01  WS-SIGNED-OFF-SW    PIC X(01).
           88  SIGNED-OFF          VALUE "Y".
       01  WS-RQ-READ-SW       PIC X(01) VALUE "N".
           88  RQUEFILE-ALREADY-READ VALUE "Y".
       01  WS-REG-FAILED-SW    PIC X(01) VALUE "N".
           88  REGISTER-FAILED     VALUE "Y".

       01  WS-CHECK-NAME       PIC X(20).
       01  WS-CERT-N           PIC 9(09) VALUE 0.
       01  WS-CEILING          PIC 9(09) VALUE 0.
       01  WS-USER-ID          PIC X(08).
       01  WS-RUN-DATE         PIC 9(08).
       01  WS-RUN-TIME         PIC 9(08).

      *-----------------------------------------------------------*
      * Intervalos de TOTAL barridos por las corridas elegibles    *
      * del N (mismo criterio que FERMCOVR), ordenados por TOTAL   *
      * inicial para plegarlos desde TOTAL 3.                      *
      *-----------------------------------------------------------*
       01  WS-INT-MAX          PIC 9(04) COMP VALUE 2000.
       01  WS-INT-COUNT        PIC 9(04) COMP VALUE 0.
       01  WS-INT-TABLE.
           05  WS-IT-ENTRY OCCURS 2000 TIMES.
               10  WS-IT-START     PIC 9(09) COMP.
               10  WS-IT-END       PIC 9(09) COMP.
       01  WS-CUR-END          PIC 9(09) COMP.
       01  WS-HIST-MATCHES     PIC 9(09) COMP VALUE 0.
       01  WS-RUN-DROPPED      PIC 9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      * Ultima entrada del catalogo por archivo (una entrada       *
      * posterior del mismo nombre reemplaza a la anterior, igual  *
      * que en FERMCATV), con fecha y hora juntas en un sello de   *
      * 14 digitos y la ultima conciliacion de FERMRCNC posterior  *
      * a la grabacion del archivo.                                *
      *-----------------------------------------------------------*
       01  WS-CE-MAX           PIC 9(04) COMP VALUE 2000.
       01  WS-CE-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-CE-TABLE.
           05  WS-CE-ENTRY OCCURS 2000 TIMES.
               10  WS-CE-DATASET   PIC X(20).
               10  WS-CE-PROGRAM   PIC X(08).
               10  WS-CE-N         PIC 9(09).
               10  WS-CE-STAMP     PIC 9(14).
               10  WS-CE-RECORDS   PIC 9(09).
               10  WS-CE-RCN-SW    PIC X(01).
                   88  CE-RECONCILED   VALUE "Y".
               10  WS-CE-RCN-RC    PIC 9(02).
       01  WS-CE-IX            PIC 9(04) COMP.
       01  WS-E                PIC 9(04) COMP.
       01  WS-U                PIC 9(04) COMP.
       01  WS-CANDIDATE        PIC X(20).
       01  WS-CAT-DROPPED      PIC 9(09) COMP VALUE 0.
       01  WS-STEP-STAMP       PIC 9(14).
       01  WS-COMP-STAMP       PIC 9(14) VALUE 0.
       01  WS-RQ-STAMP         PIC 9(14) VALUE 0.
       01  WS-FILE-STAMP       PIC 9(14).

       01  WS-I                PIC 9(04) COMP.
       01  WS-J                PIC 9(04) COMP.
       01  WS-J2               PIC 9(04) COMP.
       01  WS-K                PIC 9(01) COMP.

      *-----------------------------------------------------------*
      * Los seis controles: nombre en el reporte, items que        *
      * bloquean y nota del resumen.                               *
      *-----------------------------------------------------------*
       01  WS-CHECK-NAMES.
           05  FILLER          PIC X(12) VALUE "COVERAGE".
           05  FILLER          PIC X(12) VALUE "RECONCILE".
           05  FILLER          PIC X(12) VALUE "VERDICTS".
           05  FILLER          PIC X(12) VALUE "EXCEPTIONS".
           05  FILLER          PIC X(12) VALUE "REQUEUE".
           05  FILLER          PIC X(12) VALUE "QUARANTINE".
       01  WS-CHECK-NAME-TABLE REDEFINES WS-CHECK-NAMES.
           05  WS-CK-NAME      PIC X(12) OCCURS 6 TIMES.
       01  WS-CHECK-TABLE.
           05  WS-CHECK-ENTRY OCCURS 6 TIMES.
               10  WS-CK-BLOCKS    PIC 9(09) COMP VALUE 0.
               10  WS-CK-NOTE      PIC X(80) VALUE SPACES.

       01  WS-BLOCK-COUNT      PIC 9(09) COMP VALUE 0.
       01  WS-BLOCK-TEXT       PIC X(115).

       01  WS-SEGMENT-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-RECONCILED-COUNT PIC 9(09) COMP VALUE 0.
       01  WS-VERIFY-FILES     PIC 9(09) COMP VALUE 0.
       01  WS-VERDICT-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-CONFIRMED-COUNT  PIC 9(09) COMP VALUE 0.
       01  WS-EXCP-FILES       PIC 9(09) COMP VALUE 0.
       01  WS-EXCEPTION-COUNT  PIC 9(09) COMP VALUE 0.
       01  WS-CLEARED-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-REQUEUE-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-RQ-OPEN-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-INCIDENT-COUNT   PIC 9(09) COMP VALUE 0.
       01  WS-INC-OPEN-COUNT   PIC 9(09) COMP VALUE 0.

       01  WS-D-N              PIC 9(09).
       01  WS-D-CEILING        PIC 9(09).
       01  WS-D-FROM           PIC 9(09).
       01  WS-D-TO             PIC 9(09).
       01  WS-D-A              PIC 9(09).
       01  WS-D-B              PIC 9(09).
       01  WS-D-C              PIC 9(09).
       01  WS-D-RC             PIC 9(02).

       01  WS-HEADING-LINE     PIC X(132).

       01  WS-BLOCK-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  BL-CHECK        PIC X(12).
           05  FILLER          PIC X(03) VALUE " - ".
           05  BL-TEXT         PIC X(115).

       01  WS-SUMMARY-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SU-CHECK        PIC X(12).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  SU-RESULT       PIC X(06).
           05  FILLER          PIC X(09) VALUE " BLOCKS=".
           05  SU-BLOCKS       PIC Z(08)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SU-NOTE         PIC X(80).
           05  FILLER          PIC X(11) VALUE SPACES.

       01  WS-NONE-LINE        PIC X(132) VALUE
           "  NO BLOCKING ITEMS".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 010-READ-CERT-CONTROL
           OPEN OUTPUT CERT-REPORT
           IF NOT REPORT-FOUND-OK
               DISPLAY "UNABLE TO OPEN CERT-REPORT - CERTRPT"
                   " STATUS=" WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-WRITE-HEADINGS

           PERFORM 100-CHECK-COVERAGE
           PERFORM 300-CHECK-SEGMENTS
           PERFORM 400-CHECK-VERDICTS
           PERFORM 500-CHECK-EXCEPTIONS
           PERFORM 600-CHECK-REQUEUE
           PERFORM 700-CHECK-QUARANTINE
           IF QUAR-IS-OPEN
               CLOSE QUARANTINE-FILE
           END-IF

           IF WS-BLOCK-COUNT = 0
               MOVE WS-NONE-LINE TO CERT-REPORT-RECORD
               WRITE CERT-REPORT-RECORD
               PERFORM 800-WRITE-CERTIFICATE
           END-IF
           PERFORM 850-WRITE-CHECK-SUMMARY
           CLOSE CERT-REPORT

           DISPLAY "FERMCERT - N=" WS-CERT-N
               " CEILING=" WS-CEILING
               " BLOCKING-ITEMS=" WS-BLOCK-COUNT
           IF WS-BLOCK-COUNT > 0
               DISPLAY "FERMCERT - RANGE NOT CERTIFIED - SEE CERTRPT"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF REGISTER-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
      * 010-READ-CERT-CONTROL                                     *
      * Lee de CERTCTL el N, el TOTAL tope y el usuario. Un N     *
      * menor que 2, un tope menor que 3 o el usuario en blanco   *
      * no permiten certificar.                                   *
      *-----------------------------------------------------------*
       010-READ-CERT-CONTROL.
           OPEN INPUT CERT-CTL
           IF NOT CTL-FOUND-OK
               DISPLAY "CERTCTL NOT FOUND - CANNOT CERTIFY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CERT-CTL
               AT END
                   DISPLAY "CERTCTL IS EMPTY - CANNOT CERTIFY"
                   CLOSE CERT-CTL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF CI-N NUMERIC
               MOVE CI-N TO WS-CERT-N
           END-IF
           IF CI-CEILING NUMERIC
               MOVE CI-CEILING TO WS-CEILING
           END-IF
           MOVE CI-USER-ID TO WS-USER-ID
           CLOSE CERT-CTL
           IF WS-CERT-N < 2 OR WS-CEILING < 3 OR WS-USER-ID = SPACES
               DISPLAY "FERMCERT - INVALID CERTCTL - N=" WS-CERT-N
                   " CEILING=" WS-CEILING " USER=" WS-USER-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------*
      * 050-OPEN-QUARANTINE                                       *
      * Abre FQUARAN la primera vez que hace falta. Si no existe  *
      * no hay incidentes; cualquier otro problema se avisa y el  *
      * archivo queda como no disponible.                         *
      *-----------------------------------------------------------*
       050-OPEN-QUARANTINE.
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
      * 100-CHECK-COVERAGE                                        *
      * Control 1: carga del historial los intervalos barridos    *
      * por las corridas EXHAUSTED, TIMELIMIT u OPERSTOP de       *
      * barrido clasico del N (las RECHECK, mixtas y de busqueda  *
      * por Z no aportan cobertura de TOTAL, igual que en         *
      * FERMCOVR) y los pliega desde TOTAL 3: cada tramo sin      *
      * barrer hasta el tope bloquea.                             *
      *-----------------------------------------------------------*
       100-CHECK-COVERAGE.
           MOVE 1 TO WS-K
           OPEN INPUT RUN-HISTORY
           IF NOT HIST-FOUND-OK
               MOVE SPACES TO WS-BLOCK-TEXT
               STRING "RUN HISTORY NOT FOUND - FERMHIST STATUS="
                      WS-HIST-STATUS
                   DELIMITED BY SIZE INTO WS-BLOCK-TEXT
               PERFORM 900-WRITE-BLOCK
           ELSE
               PERFORM UNTIL HIST-EOF
                   READ RUN-HISTORY
                       AT END
                           MOVE "Y" TO WS-HIST-EOF-SW
                       NOT AT END
                           PERFORM 110-LOAD-ONE-RUN
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY
           END-IF

           MOVE 2 TO WS-CUR-END
           PERFORM 130-FOLD-ONE-INTERVAL
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-INT-COUNT
           IF WS-CUR-END < WS-CEILING
               COMPUTE WS-D-FROM = WS-CUR-END + 1
               MOVE WS-CEILING TO WS-D-TO
               PERFORM 140-WRITE-GAP
           END-IF
           IF WS-RUN-DROPPED > 0
               MOVE WS-RUN-DROPPED TO WS-D-A
               MOVE SPACES TO WS-BLOCK-TEXT
               STRING "RUN TABLE FULL - " WS-D-A
                      " RUNS LEFT OUT OF THE COVERAGE FOLD"
                   DELIMITED BY SIZE INTO WS-BLOCK-TEXT
               PERFORM 900-WRITE-BLOCK
           END-IF

           MOVE WS-CEILING   TO WS-D-CEILING
           MOVE WS-INT-COUNT TO WS-D-A
           MOVE SPACES TO WS-CK-NOTE (1)
           STRING "TOTAL 3 THROUGH " WS-D-CEILING
                  " - RUNS FOLDED=" WS-D-A
               DELIMITED BY SIZE INTO WS-CK-NOTE (1).

      *-----------------------------------------------------------*
      * 110-LOAD-ONE-RUN                                          *
      * Guarda el intervalo barrido por una corrida elegible del  *
      * N, y acumula los hallazgos de las corridas que terminaron *
      * dentro del tope para el control de veredictos.            *
      *-----------------------------------------------------------*
       110-LOAD-ONE-RUN.
           IF RH-N NUMERIC AND RH-START-TOTAL NUMERIC
              AND RH-LAST-TOTAL NUMERIC
              AND RH-N = WS-CERT-N
              AND (RH-EXHAUSTED OR RH-TIME-LIMIT OR RH-OPER-STOP)
              AND NOT RH-MIXED-MODE
              AND NOT RH-ZSEARCH-MODE
              AND RH-LAST-TOTAL >= RH-START-TOTAL
               IF WS-INT-COUNT >= WS-INT-MAX
                   ADD 1 TO WS-RUN-DROPPED
               ELSE
                   PERFORM 120-INSERT-INTERVAL
                   IF RH-LAST-TOTAL <= WS-CEILING
                      AND RH-MATCHES NUMERIC
                       ADD RH-MATCHES TO WS-HIST-MATCHES
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 120-INSERT-INTERVAL                                       *
      * Inserta el intervalo de la corrida leida manteniendo la   *
      * tabla ordenada por TOTAL inicial.                         *
      *-----------------------------------------------------------*
       120-INSERT-INTERVAL.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-INT-COUNT
                  OR RH-START-TOTAL < WS-IT-START (WS-I)
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-INT-COUNT
           PERFORM VARYING WS-J FROM WS-INT-COUNT BY -1
               UNTIL WS-J <= WS-I
               COMPUTE WS-J2 = WS-J - 1
               MOVE WS-IT-ENTRY (WS-J2) TO WS-IT-ENTRY (WS-J)
           END-PERFORM
           MOVE RH-START-TOTAL TO WS-IT-START (WS-I)
           MOVE RH-LAST-TOTAL  TO WS-IT-END (WS-I).

      *-----------------------------------------------------------*
      * 130-FOLD-ONE-INTERVAL                                     *
      * Pliega el intervalo WS-I sobre la cobertura contigua que  *
      * arranca en TOTAL 3: si queda distancia antes del tope,    *
      * ese tramo nunca se barrio; si no, la cobertura se         *
      * extiende hasta su ultimo TOTAL.                           *
      *-----------------------------------------------------------*
       130-FOLD-ONE-INTERVAL.
           IF WS-CUR-END < WS-CEILING
              AND WS-IT-START (WS-I) > WS-CUR-END + 1
               COMPUTE WS-D-FROM = WS-CUR-END + 1
               IF WS-IT-START (WS-I) > WS-CEILING
                   MOVE WS-CEILING TO WS-D-TO
               ELSE
                   COMPUTE WS-D-TO = WS-IT-START (WS-I) - 1
               END-IF
               PERFORM 140-WRITE-GAP
           END-IF
           IF WS-IT-END (WS-I) > WS-CUR-END
               MOVE WS-IT-END (WS-I) TO WS-CUR-END
           END-IF.

       140-WRITE-GAP.
           MOVE SPACES TO WS-BLOCK-TEXT
           STRING "TOTAL " WS-D-FROM " TO " WS-D-TO
                  " NEVER SEARCHED TO COMPLETION"
               DELIMITED BY SIZE INTO WS-BLOCK-TEXT
           PERFORM 900-WRITE-BLOCK.

      *-----------------------------------------------------------*
      * 200-WRITE-HEADINGS                                        *
      * Titulo del reporte con el rango pedido y quien lo pide, y *
      * la cabecera de la seccion de items que bloquean.          *
      *-----------------------------------------------------------*
       200-WRITE-HEADINGS.
           MOVE WS-CERT-N  TO WS-D-N
           MOVE WS-CEILING TO WS-D-CEILING
           MOVE SPACES TO WS-HEADING-LINE
           STRING "FERMCERT - RANGE CERTIFICATION - N=" WS-D-N
                  " TOTAL 3 THROUGH " WS-D-CEILING
                  " - REQUESTED BY " WS-USER-ID
                  " ON " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD
           MOVE SPACES TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD
           MOVE "BLOCKING ITEMS" TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 300-CHECK-SEGMENTS                                        *
      * Control 2: carga la ultima entrada del catalogo por       *
      * archivo y recorre FRUNSTAT buscando, para cada archivo,   *
      * la ultima conciliacion de FERMRCNC terminada despues de   *
      * su grabacion (y, para el control de re-encolados, la      *
      * ultima comparacion de FERMCOMP del N). Cada segmento de   *
      * resultados FRSLT del N sin conciliar o con conciliacion   *
      * fallida bloquea. Sin catalogo no hay forma de saber que   *
      * segmentos existen y eso tambien bloquea.                  *
      *-----------------------------------------------------------*
       300-CHECK-SEGMENTS.
           MOVE 2 TO WS-K
           OPEN INPUT RUN-CATALOG
           IF NOT CAT-FOUND-OK
               MOVE SPACES TO WS-BLOCK-TEXT
               STRING "RUN-FILE CATALOG NOT FOUND - FRUNCAT STATUS="
                      WS-CAT-STATUS
                   DELIMITED BY SIZE INTO WS-BLOCK-TEXT
               PERFORM 900-WRITE-BLOCK
           ELSE
               PERFORM UNTIL CAT-EOF
                   READ RUN-CATALOG
                       AT END
                           MOVE "Y" TO WS-CAT-EOF-SW
                       NOT AT END
                           PERFORM 310-LOAD-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RUN-CATALOG
               MOVE "Y" TO WS-CAT-LOADED-SW
               IF WS-CAT-DROPPED > 0
                   MOVE WS-CAT-DROPPED TO WS-D-A
                   MOVE SPACES TO WS-BLOCK-TEXT
                   STRING "CATALOG TABLE FULL - " WS-D-A
                          " DATASETS LEFT OUT OF THE CHECK"
                       DELIMITED BY SIZE INTO WS-BLOCK-TEXT
                   PERFORM 900-WRITE-BLOCK
               END-IF
           END-IF

           OPEN INPUT RUN-STATUS
           IF STAT-FOUND-OK
               PERFORM UNTIL STAT-EOF
                   READ RUN-STATUS
                       AT END
                           MOVE "Y" TO WS-STAT-EOF-SW
                       NOT AT END
                           PERFORM 330-NOTE-ONE-STEP
                   END-READ
               END-PERFORM
               CLOSE RUN-STATUS
           END-IF

           IF CAT-LOADED
               PERFORM 340-CHECK-ONE-SEGMENT
                   VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-CE-COUNT
               IF WS-SEGMENT-COUNT = 0
                   MOVE SPACES TO WS-BLOCK-TEXT
                   STRING "NO RESULTS SEGMENTS FOR THIS N IN THE"
                          " RUN-FILE CATALOG"
                       DELIMITED BY SIZE INTO WS-BLOCK-TEXT
                   PERFORM 900-WRITE-BLOCK
               END-IF
           END-IF

           MOVE WS-SEGMENT-COUNT    TO WS-D-A
           MOVE WS-RECONCILED-COUNT TO WS-D-B
           MOVE SPACES TO WS-CK-NOTE (2)
           STRING "SEGMENTS=" WS-D-A " RECONCILED=" WS-D-B
               DELIMITED BY SIZE INTO WS-CK-NOTE (2).

      *-----------------------------------------------------------*
      * 310-LOAD-ONE-ENTRY                                        *
      * Guarda la entrada leida del catalogo; si el nombre ya     *
      * estaba, la nueva reemplaza a la anterior (el archivo se   *
      * volvio a producir y su conciliacion tiene que ser         *
      * posterior).                                               *
      *-----------------------------------------------------------*
       310-LOAD-ONE-ENTRY.
           IF CT-DATASET NOT = SPACES AND CT-N NUMERIC
              AND CT-DATE NUMERIC AND CT-TIME NUMERIC
               MOVE CT-DATASET TO WS-CANDIDATE
               PERFORM 320-FIND-CATALOG-ENTRY
               IF WS-CE-IX = 0
                   IF WS-CE-COUNT < WS-CE-MAX
                       ADD 1 TO WS-CE-COUNT
                       MOVE WS-CE-COUNT TO WS-CE-IX
                   ELSE
                       ADD 1 TO WS-CAT-DROPPED
                   END-IF
               END-IF
               IF WS-CE-IX > 0
                   MOVE CT-DATASET TO WS-CE-DATASET (WS-CE-IX)
                   MOVE CT-PROGRAM TO WS-CE-PROGRAM (WS-CE-IX)
                   MOVE CT-N       TO WS-CE-N (WS-CE-IX)
                   COMPUTE WS-CE-STAMP (WS-CE-IX) =
                       CT-DATE * 1000000 + CT-TIME
                   IF CT-RECORDS NUMERIC
                       MOVE CT-RECORDS TO WS-CE-RECORDS (WS-CE-IX)
                   ELSE
                       MOVE 0 TO WS-CE-RECORDS (WS-CE-IX)
                   END-IF
                   MOVE "N" TO WS-CE-RCN-SW (WS-CE-IX)
                   MOVE 0   TO WS-CE-RCN-RC (WS-CE-IX)
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 320-FIND-CATALOG-ENTRY                                    *
      * Busca WS-CANDIDATE en la tabla del catalogo; deja en      *
      * WS-CE-IX su posicion, o cero si no esta.                  *
      *-----------------------------------------------------------*
       320-FIND-CATALOG-ENTRY.
           MOVE 0 TO WS-CE-IX
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-CE-COUNT OR WS-CE-IX > 0
               IF WS-CE-DATASET (WS-U) = WS-CANDIDATE
                   MOVE WS-U TO WS-CE-IX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------*
      * 330-NOTE-ONE-STEP                                         *
      * Un registro END de FRUNSTAT: la conciliacion de FERMRCNC  *
      * vale para el archivo catalogado de su ST-INPUT si termino *
      * despues de la grabacion (FRUNSTAT es cronologico, la      *
      * ultima pisa); la comparacion de FERMCOMP del N deja su    *
      * sello para el control de re-encolados.                    *
      *-----------------------------------------------------------*
       330-NOTE-ONE-STEP.
           IF ST-PHASE-END AND ST-DATE NUMERIC AND ST-TIME NUMERIC
               COMPUTE WS-STEP-STAMP = ST-DATE * 1000000 + ST-TIME
               EVALUATE ST-PROGRAM
                   WHEN "FERMRCNC"
                       MOVE ST-INPUT TO WS-CANDIDATE
                       PERFORM 320-FIND-CATALOG-ENTRY
                       IF WS-CE-IX > 0
                           IF WS-STEP-STAMP >= WS-CE-STAMP (WS-CE-IX)
                               MOVE "Y" TO WS-CE-RCN-SW (WS-CE-IX)
                               IF ST-RETURN-CODE NUMERIC
                                   MOVE ST-RETURN-CODE
                                       TO WS-CE-RCN-RC (WS-CE-IX)
                               ELSE
                                   MOVE 99 TO WS-CE-RCN-RC (WS-CE-IX)
                               END-IF
                           END-IF
                       END-IF
                   WHEN "FERMCOMP"
                       IF ST-N NUMERIC AND ST-RETURN-CODE NUMERIC
                          AND ST-N = WS-CERT-N
                          AND ST-RETURN-CODE < 16
                          AND WS-STEP-STAMP > WS-COMP-STAMP
                           MOVE WS-STEP-STAMP TO WS-COMP-STAMP
                       END-IF
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------*
      * 340-CHECK-ONE-SEGMENT                                     *
      * Un segmento de resultados del N (archivo FRSLT grabado    *
      * por FERMAT) tiene que tener su conciliacion posterior y   *
      * con RETURN-CODE cero.                                     *
      *-----------------------------------------------------------*
       340-CHECK-ONE-SEGMENT.
           IF WS-CE-N (WS-E) = WS-CERT-N
              AND WS-CE-PROGRAM (WS-E) = "FERMAT"
              AND WS-CE-DATASET (WS-E) (1:5) = "FRSLT"
               ADD 1 TO WS-SEGMENT-COUNT
               MOVE SPACES TO WS-BLOCK-TEXT
               EVALUATE TRUE
                   WHEN NOT CE-RECONCILED (WS-E)
                       STRING "RESULTS SEGMENT NOT RECONCILED SINCE IT"
                              " WAS WRITTEN - " WS-CE-DATASET (WS-E)
                           DELIMITED BY SIZE INTO WS-BLOCK-TEXT
                       PERFORM 900-WRITE-BLOCK
                   WHEN WS-CE-RCN-RC (WS-E) > 0
                       MOVE WS-CE-RCN-RC (WS-E) TO WS-D-RC
                       STRING "RESULTS SEGMENT FAILED RECONCILIATION"
                              " RC=" WS-D-RC " - " WS-CE-DATASET (WS-E)
                           DELIMITED BY SIZE INTO WS-BLOCK-TEXT
                       PERFORM 900-WRITE-BLOCK
                   WHEN OTHER
                       ADD 1 TO WS-RECONCILED-COUNT
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------*
      * 400-CHECK-VERDICTS                                        *
      * Control 3: relee los archivos que FERMVRFY catalogo para  *
      * el N y exige CONFIRMED en cada veredicto del N hasta el   *
      * tope. FERMVRFY cataloga con el mismo nombre de programa   *
      * su archivo de re-encolado (VC-REQUEUE, cualquier nombre); *
      * sus registros (solo N y TOTAL) pasan al control de        *
      * re-encolados con la fecha de ese archivo. Un archivo      *
      * catalogado con registros que ya no esta bloquea. Si el    *
      * historial registra hallazgos hasta el tope y no aparece   *
      * ningun veredicto, esos hallazgos nunca se verificaron.    *
      *-----------------------------------------------------------*
       400-CHECK-VERDICTS.
           MOVE 3 TO WS-K
           IF CAT-LOADED
               PERFORM 410-READ-VERIFY-FILE
                   VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-CE-COUNT
           ELSE
               MOVE SPACES TO WS-BLOCK-TEXT
               STRING "VERIFY REPORTS CANNOT BE FOUND WITHOUT THE"
                      " RUN-FILE CATALOG"
                   DELIMITED BY SIZE INTO WS-BLOCK-TEXT
               PERFORM 900-WRITE-BLOCK
           END-IF
           IF WS-HIST-MATCHES > 0 AND WS-VERDICT-COUNT = 0
               MOVE WS-HIST-MATCHES TO WS-D-A
               MOVE SPACES TO WS-BLOCK-TEXT
               STRING "RUN HISTORY SHOWS " WS-D-A
                      " FINDINGS UP TO THE CEILING BUT NONE WERE"
                      " VERIFIED"
                   DELIMITED BY SIZE INTO WS-BLOCK-TEXT
               PERFORM 900-WRITE-BLOCK
           END-IF

           MOVE WS-VERIFY-FILES    TO WS-D-A
           MOVE WS-VERDICT-COUNT   TO WS-D-B
           MOVE WS-CONFIRMED-COUNT TO WS-D-C
           MOVE SPACES TO WS-CK-NOTE (3)
           STRING "FILES READ=" WS-D-A " VERDICTS=" WS-D-B
                  " CONFIRMED=" WS-D-C
               DELIMITED BY SIZE INTO WS-CK-NOTE (3).

       410-READ-VERIFY-FILE.
           IF WS-CE-N (WS-E) = WS-CERT-N
              AND WS-CE-PROGRAM (WS-E) = "FERMVRFY"
               MOVE WS-CE-DATASET (WS-E) TO WS-CHECK-NAME
               MOVE WS-CE-STAMP (WS-E)   TO WS-FILE-STAMP
               OPEN INPUT CHECK-FILE
               IF NOT CHECK-FOUND-OK
                   IF WS-CE-RECORDS (WS-E) > 0
                       MOVE SPACES TO WS-BLOCK-TEXT
                       STRING "VERIFY OUTPUT MISSING - " WS-CHECK-NAME
                              " STATUS=" WS-CHECK-STATUS
                           DELIMITED BY SIZE INTO WS-BLOCK-TEXT
                       PERFORM 900-WRITE-BLOCK
                   END-IF
               ELSE
                   ADD 1 TO WS-VERIFY-FILES
                   MOVE "N" TO WS-CHECK-EOF-SW
                   PERFORM UNTIL CHECK-EOF
                       READ CHECK-FILE
                           AT END
                               MOVE "Y" TO WS-CHECK-EOF-SW
                           NOT AT END
                               PERFORM 420-CHECK-ONE-VERDICT
                       END-READ
                   END-PERFORM
                   CLOSE CHECK-FILE
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 420-CHECK-ONE-VERDICT                                     *
      * Un veredicto del N dentro del tope: CONFIRMED cuenta,     *
      * MISMATCH u OVERFLOW bloquea. Un registro de re-encolado   *
      * se controla como los de RQUEFILE, bajo el control de      *
      * re-encolados.                                             *
      *-----------------------------------------------------------*
       420-CHECK-ONE-VERDICT.
           EVALUATE TRUE
               WHEN (VR-CONFIRMED OR VR-MISMATCH OR VR-OVERFLOW-FLAG)
                AND VR-N NUMERIC AND VR-TOTAL NUMERIC
                AND VR-N = WS-CERT-N AND VR-TOTAL <= WS-CEILING
                   ADD 1 TO WS-VERDICT-COUNT
                   IF VR-CONFIRMED
                       ADD 1 TO WS-CONFIRMED-COUNT
                   ELSE
                       MOVE SPACES TO WS-BLOCK-TEXT
                       STRING "FINDING " VR-STATUS " - TOTAL=" VR-TOTAL
                              " X=" VR-X " Y=" VR-Y " Z=" VR-Z
                              " IN " WS-CHECK-NAME
                           DELIMITED BY SIZE INTO WS-BLOCK-TEXT
                       PERFORM 900-WRITE-BLOCK
                   END-IF
               WHEN FERMAT-VERIFY-RECORD (19:) = SPACES
                   MOVE WS-FILE-STAMP TO WS-RQ-STAMP
                   MOVE 5 TO WS-K
                   PERFORM 610-CHECK-ONE-REQUEUE
                   MOVE 3 TO WS-K
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 500-CHECK-EXCEPTIONS                                      *
      * Control 4: relee los archivos de excepciones de FERMCOMP  *
      * catalogados para el N. Una excepcion hasta el tope queda  *
      * abierta salvo que, para N >= 3, su incidente de           *
      * cuarentena ya este firmado (RELEASED o REJECTED por       *
      * FERMQSGN).                                                *
      *-----------------------------------------------------------*
       500-CHECK-EXCEPTIONS.
           MOVE 4 TO WS-K
           IF CAT-LOADED
               PERFORM 510-READ-EXCEPTION-FILE
                   VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-CE-COUNT
           ELSE
               MOVE SPACES TO WS-BLOCK-TEXT
               STRING "COMPARE EXCEPTIONS CANNOT BE FOUND WITHOUT THE"
                      " RUN-FILE CATALOG"
                   DELIMITED BY SIZE INTO WS-BLOCK-TEXT
               PERFORM 900-WRITE-BLOCK
           END-IF

           MOVE WS-EXCP-FILES      TO WS-D-A
           MOVE WS-EXCEPTION-COUNT TO WS-D-B
           MOVE WS-CLEARED-COUNT   TO WS-D-C
           MOVE SPACES TO WS-CK-NOTE (4)
           STRING "EXCEPTION FILES=" WS-D-A " EXCEPTIONS=" WS-D-B
                  " SIGNED OFF=" WS-D-C
               DELIMITED BY SIZE INTO WS-CK-NOTE (4).

       510-READ-EXCEPTION-FILE.
           IF WS-CE-N (WS-E) = WS-CERT-N
              AND WS-CE-PROGRAM (WS-E) = "FERMCOMP"
               MOVE WS-CE-DATASET (WS-E) TO WS-CHECK-NAME
               OPEN INPUT CHECK-FILE
               IF NOT CHECK-FOUND-OK
                   MOVE SPACES TO WS-BLOCK-TEXT
                   STRING "EXCEPTION FILE MISSING - " WS-CHECK-NAME
                          " STATUS=" WS-CHECK-STATUS
                       DELIMITED BY SIZE INTO WS-BLOCK-TEXT
                   PERFORM 900-WRITE-BLOCK
               ELSE
                   ADD 1 TO WS-EXCP-FILES
                   MOVE "N" TO WS-CHECK-EOF-SW
                   PERFORM UNTIL CHECK-EOF
                       READ CHECK-FILE
                           AT END
                               MOVE "Y" TO WS-CHECK-EOF-SW
                           NOT AT END
                               PERFORM 520-CHECK-ONE-EXCEPTION
                       END-READ
                   END-PERFORM
                   CLOSE CHECK-FILE
               END-IF
           END-IF.

       520-CHECK-ONE-EXCEPTION.
           IF FR-N NUMERIC AND FR-TOTAL NUMERIC
              AND FR-N = WS-CERT-N AND FR-TOTAL <= WS-CEILING
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "N" TO WS-SIGNED-OFF-SW
               IF WS-CERT-N >= 3
                   PERFORM 530-FIND-SIGNOFF
               END-IF
               IF SIGNED-OFF
                   ADD 1 TO WS-CLEARED-COUNT
               ELSE
                   MOVE SPACES TO WS-BLOCK-TEXT
                   STRING "COMPARE EXCEPTION OPEN - TOTAL=" FR-TOTAL
                          " X=" FR-X " Y=" FR-Y " Z=" FR-Z
                          " IN " WS-CHECK-NAME
                       DELIMITED BY SIZE INTO WS-BLOCK-TEXT
                   PERFORM 900-WRITE-BLOCK
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 530-FIND-SIGNOFF                                          *
      * Busca el incidente de cuarentena de la excepcion; solo un *
      * incidente firmado la da por cerrada.                      *
      *-----------------------------------------------------------*
       530-FIND-SIGNOFF.
           IF WS-QUAR-OPEN-SW = "N"
               PERFORM 050-OPEN-QUARANTINE
           END-IF
           IF QUAR-IS-OPEN
               MOVE FR-N     TO QU-N
               MOVE FR-TOTAL TO QU-TOTAL
               MOVE FR-X     TO QU-X
               MOVE FR-Y     TO QU-Y
               READ QUARANTINE-FILE
                   KEY IS QU-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF QU-RELEASED OR QU-REJECTED
                           MOVE "Y" TO WS-SIGNED-OFF-SW
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------*
      * 600-CHECK-REQUEUE                                         *
      * Control 5: un TOTAL del N re-encolado queda abierto hasta *
      * que FERMCOMP compara ese N despues de que FERMVRFY grabo  *
      * el re-encolado (fecha del catalogo; un archivo sin        *
      * catalogar solo pide alguna comparacion del N). Los        *
      * archivos de re-encolado catalogados por FERMVRFY para el  *
      * N ya se revisaron junto con los veredictos; aca se lee    *
      * RQUEFILE, el que consumen FERMAT y FERMCOMP, si no era    *
      * uno de ellos.                                             *
      *-----------------------------------------------------------*
       600-CHECK-REQUEUE.
           MOVE 5 TO WS-K
           MOVE 0 TO WS-RQ-STAMP
           MOVE "RQUEFILE" TO WS-CANDIDATE
           PERFORM 320-FIND-CATALOG-ENTRY
           IF WS-CE-IX > 0
               MOVE WS-CE-STAMP (WS-CE-IX) TO WS-RQ-STAMP
               IF WS-CE-N (WS-CE-IX) = WS-CERT-N
                  AND WS-CE-PROGRAM (WS-CE-IX) = "FERMVRFY"
                   MOVE "Y" TO WS-RQ-READ-SW
               END-IF
           END-IF
           IF NOT RQUEFILE-ALREADY-READ
               MOVE "RQUEFILE" TO WS-CHECK-NAME
               OPEN INPUT CHECK-FILE
           END-IF
           IF NOT RQUEFILE-ALREADY-READ AND CHECK-FOUND-OK
               MOVE "N" TO WS-CHECK-EOF-SW
               PERFORM UNTIL CHECK-EOF
                   READ CHECK-FILE
                       AT END
                           MOVE "Y" TO WS-CHECK-EOF-SW
                       NOT AT END
                           PERFORM 610-CHECK-ONE-REQUEUE
                   END-READ
               END-PERFORM
               CLOSE CHECK-FILE
           END-IF

           MOVE WS-REQUEUE-COUNT TO WS-D-A
           MOVE WS-RQ-OPEN-COUNT TO WS-D-B
           MOVE SPACES TO WS-CK-NOTE (5)
           STRING "REQUEUED TOTALS=" WS-D-A " NOT YET COMPARED="
                  WS-D-B
               DELIMITED BY SIZE INTO WS-CK-NOTE (5).

       610-CHECK-ONE-REQUEUE.
           IF RQ-N NUMERIC AND RQ-TOTAL NUMERIC
              AND RQ-N = WS-CERT-N AND RQ-TOTAL <= WS-CEILING
               ADD 1 TO WS-REQUEUE-COUNT
               IF WS-COMP-STAMP = 0 OR WS-COMP-STAMP < WS-RQ-STAMP
                   ADD 1 TO WS-RQ-OPEN-COUNT
                   MOVE SPACES TO WS-BLOCK-TEXT
                   STRING "TOTAL=" RQ-TOTAL
                          " REQUEUED BUT NOT YET RECHECKED AND"
                          " COMPARED"
                       DELIMITED BY SIZE INTO WS-BLOCK-TEXT
                   PERFORM 900-WRITE-BLOCK
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 700-CHECK-QUARANTINE                                      *
      * Control 6 (solo N >= 3): recorre los incidentes de        *
      * cuarentena del N desde su primera clave y bloquea por     *
      * cada uno todavia OPEN hasta el tope. Un FQUARAN que       *
      * existe pero no se puede abrir tambien bloquea.            *
      *-----------------------------------------------------------*
       700-CHECK-QUARANTINE.
           MOVE 6 TO WS-K
           IF WS-CERT-N < 3
               MOVE "NOT APPLICABLE BELOW N=3" TO WS-CK-NOTE (6)
           ELSE
               IF WS-QUAR-OPEN-SW = "N"
                   PERFORM 050-OPEN-QUARANTINE
               END-IF
               IF QUAR-IS-OPEN
                   MOVE WS-CERT-N TO QU-N
                   MOVE 0 TO QU-TOTAL QU-X QU-Y
                   START QUARANTINE-FILE KEY IS NOT LESS THAN QU-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-QUAR-EOF-SW
                   END-START
                   PERFORM UNTIL QUAR-EOF
                       READ QUARANTINE-FILE NEXT
                           AT END
                               MOVE "Y" TO WS-QUAR-EOF-SW
                           NOT AT END
                               IF QU-N NOT = WS-CERT-N
                                   MOVE "Y" TO WS-QUAR-EOF-SW
                               ELSE
                                   PERFORM 710-CHECK-ONE-INCIDENT
                               END-IF
                       END-READ
                   END-PERFORM
               ELSE
                   IF NOT QUAR-NOT-FOUND
                       MOVE SPACES TO WS-BLOCK-TEXT
                       STRING "QUARANTINE FILE UNAVAILABLE - FQUARAN"
                              " STATUS=" WS-QUAR-STATUS
                           DELIMITED BY SIZE INTO WS-BLOCK-TEXT
                       PERFORM 900-WRITE-BLOCK
                   END-IF
               END-IF
               MOVE WS-INCIDENT-COUNT TO WS-D-A
               MOVE WS-INC-OPEN-COUNT TO WS-D-B
               MOVE SPACES TO WS-CK-NOTE (6)
               STRING "INCIDENTS=" WS-D-A " OPEN=" WS-D-B
                   DELIMITED BY SIZE INTO WS-CK-NOTE (6)
           END-IF.

       710-CHECK-ONE-INCIDENT.
           IF QU-TOTAL <= WS-CEILING
               ADD 1 TO WS-INCIDENT-COUNT
               IF QU-OPEN
                   ADD 1 TO WS-INC-OPEN-COUNT
                   MOVE SPACES TO WS-BLOCK-TEXT
                   STRING "QUARANTINE INCIDENT OPEN - TOTAL=" QU-TOTAL
                          " X=" QU-X " Y=" QU-Y " Z=" QU-Z
                          " SINCE " QU-OPEN-DATE
                       DELIMITED BY SIZE INTO WS-BLOCK-TEXT
                   PERFORM 900-WRITE-BLOCK
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 800-WRITE-CERTIFICATE                                     *
      * Todo paso: agrega el certificado al registro permanente   *
      * FCERTREG (se crea la primera vez). Si no se puede abrir o *
      * el WRITE no termina bien, el rango queda sin certificar y *
      * el paso termina con RETURN-CODE 16.                       *
      *-----------------------------------------------------------*
       800-WRITE-CERTIFICATE.
           OPEN EXTEND CERT-REGISTER
           IF NOT REG-FOUND-OK
               OPEN OUTPUT CERT-REGISTER
           END-IF
           IF NOT REG-FOUND-OK
               DISPLAY "UNABLE TO OPEN CERT-REGISTER - FCERTREG"
                   " STATUS=" WS-REG-STATUS
               PERFORM 810-WRITE-NOT-CERTIFIED
           ELSE
               MOVE WS-CERT-N           TO CR-N
               MOVE WS-CEILING          TO CR-CEILING
               MOVE WS-RUN-DATE         TO CR-DATE
               MOVE WS-RUN-TIME (1:6)   TO CR-TIME
               MOVE WS-USER-ID          TO CR-USER-ID
               MOVE WS-INT-COUNT        TO CR-RUNS
               MOVE WS-SEGMENT-COUNT    TO CR-SEGMENTS
               MOVE WS-CONFIRMED-COUNT  TO CR-CONFIRMED
               WRITE FERMAT-CERT-RECORD
               IF NOT REG-FOUND-OK
                   DISPLAY "UNABLE TO WRITE CERT-REGISTER - FCERTREG"
                       " STATUS=" WS-REG-STATUS
                   CLOSE CERT-REGISTER
                   PERFORM 810-WRITE-NOT-CERTIFIED
               ELSE
                   CLOSE CERT-REGISTER
                   MOVE SPACES TO WS-HEADING-LINE
                   STRING "  CERTIFICATE WRITTEN TO FCERTREG - N="
                          WS-D-N " TOTAL 3 THROUGH " WS-D-CEILING
                          " ON " WS-RUN-DATE " " CR-TIME
                          " BY " WS-USER-ID
                       DELIMITED BY SIZE INTO WS-HEADING-LINE
                   MOVE WS-HEADING-LINE TO CERT-REPORT-RECORD
                   WRITE CERT-REPORT-RECORD
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 810-WRITE-NOT-CERTIFIED                                   *
      * El registro no se pudo abrir o el certificado no se pudo  *
      * grabar: marca el registro como no disponible (RETURN-CODE *
      * 16) y lo deja dicho en el reporte.                        *
      *-----------------------------------------------------------*
       810-WRITE-NOT-CERTIFIED.
           MOVE "Y" TO WS-REG-FAILED-SW
           MOVE SPACES TO CERT-REPORT-RECORD
           STRING "  ALL CHECKS PASSED BUT THE CERTIFICATE"
                  " COULD NOT BE WRITTEN TO FCERTREG"
               DELIMITED BY SIZE INTO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 850-WRITE-CHECK-SUMMARY                                   *
      * Resumen de los seis controles con su resultado y sus      *
      * conteos, y la linea final con el resultado de la          *
      * certificacion.                                            *
      *-----------------------------------------------------------*
       850-WRITE-CHECK-SUMMARY.
           MOVE SPACES TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD
           MOVE "CHECKS" TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD
           PERFORM 860-WRITE-ONE-CHECK
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
           MOVE SPACES TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD
           MOVE WS-BLOCK-COUNT TO WS-D-A
           MOVE SPACES TO WS-HEADING-LINE
           EVALUATE TRUE
               WHEN WS-BLOCK-COUNT > 0
                   STRING "FERMCERT RESULT=NOT CERTIFIED"
                          " BLOCKING-ITEMS=" WS-D-A
                       DELIMITED BY SIZE INTO WS-HEADING-LINE
               WHEN REGISTER-FAILED
                   MOVE SPACES TO WS-HEADING-LINE
                   STRING "FERMCERT RESULT=NOT CERTIFIED - REGISTER"
                          " UNAVAILABLE"
                       DELIMITED BY SIZE INTO WS-HEADING-LINE
               WHEN OTHER
                   MOVE "FERMCERT RESULT=CERTIFIED" TO WS-HEADING-LINE
           END-EVALUATE
           MOVE WS-HEADING-LINE TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD.

       860-WRITE-ONE-CHECK.
           MOVE WS-CK-NAME (WS-K)   TO SU-CHECK
           IF WS-CK-BLOCKS (WS-K) = 0
               MOVE "PASSED" TO SU-RESULT
           ELSE
               MOVE "FAILED" TO SU-RESULT
           END-IF
           MOVE WS-CK-BLOCKS (WS-K) TO SU-BLOCKS
           MOVE WS-CK-NOTE (WS-K)   TO SU-NOTE
           MOVE WS-SUMMARY-LINE TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 900-WRITE-BLOCK                                           *
      * Lista un item que bloquea la certificacion bajo el        *
      * control en curso (WS-K) y lo cuenta.                      *
      *-----------------------------------------------------------*
       900-WRITE-BLOCK.
           ADD 1 TO WS-BLOCK-COUNT
           ADD 1 TO WS-CK-BLOCKS (WS-K)
           MOVE WS-CK-NAME (WS-K) TO BL-CHECK
           MOVE WS-BLOCK-TEXT     TO BL-TEXT
           MOVE WS-BLOCK-LINE TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD.

       END PROGRAM FERMCERT.
