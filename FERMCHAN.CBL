      *===============================================================*
      * PROGRAMA: FERMCHAN.CBL                                       *
      * DESCRIPCIÓN: Driver de la cadena nocturna. Lee de CHAINCTL    *
      *              la tabla de pasos (ver FERMCHNP.CPY): programa,  *
      *              registros de control que necesita y RETURN-CODE  *
      *              mas alto que acepta, en el orden en que deben    *
      *              correr (FERMAUDT, FERMAT, FERMRCNC, FERMMRGE,    *
      *              FERMVRFY, FERMCOMP, FERMFMNT, FERMRPRT,          *
      *              FERMXTRT). Lanza los pasos en ese orden y frena  *
      *              la cadena en el primero que devuelve un          *
      *              RETURN-CODE por encima del aceptado o al que le  *
      *              falta un control; hasta ahora esas reglas        *
      *              vivian en la cabeza de los operadores.           *
      *              En una re-corrida usa los registros START/END    *
      *              de FRUNSTAT (FERMSTRC.CPY) para saltear los      *
      *              pasos que ya terminaron limpios y retomar en el  *
      *              que fallo o quedo a medio camino: la ventana de  *
      *              re-arranque arranca en el primer START del       *
      *              propio driver posterior a su ultimo END limpio   *
      *              (RETURN-CODE 4 o menor), asi que una cadena      *
      *              completa nunca se saltea al dia siguiente. El    *
      *              driver agrega tambien su propio START/END a      *
      *              FRUNSTAT. RETURN-CODE final: 0 cadena completa,  *
      *              4 completa con avisos aceptados, 8 cadena        *
      *              frenada por un paso, 16 error del driver o       *
      *              control faltante.                                *
      * AUTOR: ANONIMO                                               *
      *==============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERMCHAN.
       AUTHOR. ANONIMO.

      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JCM  Version inicial: driver de la cadena      *
      *                  nocturna con tabla de pasos y re-arranque  *
      *                  por paso desde FRUNSTAT.                   *
      * 2026-10-15  JCM  El registro de FRUNSTAT lleva ahora el     *
      *                  proyecto de la corrida (ST-PROJECT-CODE);  *
      *                  este paso no trabaja para un proyecto en   *
      *                  particular y lo graba en blanco.           *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-CTL ASSIGN TO "CHAINCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RUN-STATUS ASSIGN TO "FRUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT STEP-CONTROL ASSIGN TO DYNAMIC WS-CHECK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-CTL
           RECORDING MODE IS F.
           COPY FERMCHNP.

       FD  RUN-STATUS
           RECORDING MODE IS F.
           COPY FERMSTRC.

       FD  STEP-CONTROL
           RECORDING MODE IS F.
       01  STEP-CONTROL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS       PIC X(02).
           88  CTL-FOUND-OK        VALUE "00".
       01  WS-STAT-STATUS      PIC X(02).
           88  STAT-FOUND-OK       VALUE "00".
       01  WS-CHECK-STATUS     PIC X(02).
           88  CHECK-FOUND-OK      VALUE "00".
       01  WS-STAT-DATE        PIC 9(08).
       01  WS-STAT-TIME        PIC 9(08).
       01  WS-STAT-PHASE       PIC X(05).
       01  WS-STAT-RECORDS     PIC 9(09) COMP VALUE 0.

       01  WS-CTL-EOF-SW       PIC X(01) VALUE "N".
           88  CTL-EOF             VALUE "Y".
       01  WS-STAT-EOF-SW      PIC X(01) VALUE "N".
           88  STAT-EOF            VALUE "Y".

       01  WS-CHECK-NAME       PIC X(20).

      *-----------------------------------------------------------*
      * Tabla de pasos de la cadena, en el orden de CHAINCTL.      *
      *-----------------------------------------------------------*
       01  WS-STEP-MAX         PIC 9(03) COMP VALUE 30.
       01  WS-STEP-COUNT       PIC 9(03) COMP VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-CS-ENTRY OCCURS 30 TIMES.
               10  WS-CS-PROGRAM   PIC X(08).
               10  WS-CS-CONTROL   PIC X(08) OCCURS 3 TIMES.
               10  WS-CS-MAX-RC    PIC 9(02).
               10  WS-CS-COMMAND   PIC X(60).

      *-----------------------------------------------------------*
      * Ventana de re-arranque: los registros de FRUNSTAT de los   *
      * intentos de la cadena que todavia no termino limpia, en    *
      * orden de llegada. Un END limpio del driver vacia la        *
      * ventana; el primer START del driver despues la abre.       *
      *-----------------------------------------------------------*
       01  WS-WN-MAX           PIC 9(04) COMP VALUE 1000.
       01  WS-WN-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-WN-DROPPED       PIC 9(09) COMP VALUE 0.
       01  WS-WINDOW-TABLE.
           05  WS-WN-ENTRY OCCURS 1000 TIMES.
               10  WS-WN-PROGRAM   PIC X(08).
               10  WS-WN-INPUT     PIC X(20).
               10  WS-WN-PHASE     PIC X(05).
                   88  WN-START        VALUE "START".
                   88  WN-END          VALUE "END  ".
               10  WS-WN-RC        PIC 9(02).
       01  WS-WINDOW-OPEN-SW   PIC X(01) VALUE "N".
           88  WINDOW-IS-OPEN      VALUE "Y".

       01  WS-C                PIC 9(03) COMP.
       01  WS-K                PIC 9(03) COMP.
       01  WS-W                PIC 9(04) COMP.
       01  WS-W2               PIC 9(04) COMP.
       01  WS-END-AT           PIC 9(04) COMP.
       01  WS-SCAN-FROM        PIC 9(04) COMP.
       01  WS-RESUME-AT        PIC 9(03) COMP VALUE 0.
       01  WS-STEP-DONE-SW     PIC X(01).
           88  STEP-DONE           VALUE "Y".
       01  WS-CHAIN-STOP-SW    PIC X(01) VALUE "N".
           88  CHAIN-STOPPED       VALUE "Y".

       01  WS-COMMAND-LINE     PIC X(80).
       01  WS-STEP-RC          PIC S9(09) COMP VALUE 0.
       01  WS-CHAIN-RC         PIC 9(02) VALUE 0.
       01  WS-RUN-COUNT        PIC 9(09) COMP VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(09) COMP VALUE 0.

       01  WS-D-STEP           PIC 9(02).
       01  WS-D-RC             PIC 9(03).
       01  WS-D-MAX-RC         PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-READ-CHAIN-CONTROL
           PERFORM 100-LOAD-RESTART-WINDOW
           PERFORM 200-FIND-RESUME-STEP
           MOVE "START" TO WS-STAT-PHASE
           MOVE 0       TO WS-STAT-RECORDS
           PERFORM 900-WRITE-STEP-STATUS

           PERFORM 300-RUN-ONE-STEP
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-STEP-COUNT OR CHAIN-STOPPED

           DISPLAY "FERMCHAN - STEPS=" WS-STEP-COUNT
               " RUN=" WS-RUN-COUNT
               " SKIPPED=" WS-SKIP-COUNT
               " CHAIN-RC=" WS-CHAIN-RC
           IF CHAIN-STOPPED
               DISPLAY "FERMCHAN - CHAIN STOPPED - RERUN FERMCHAN "
                   "TO RESUME AT THE FAILING STEP"
           END-IF
           MOVE WS-CHAIN-RC TO RETURN-CODE
           MOVE "END" TO WS-STAT-PHASE
           MOVE WS-RUN-COUNT TO WS-STAT-RECORDS
           PERFORM 900-WRITE-STEP-STATUS
           STOP RUN.

      *-----------------------------------------------------------*
      * 010-READ-CHAIN-CONTROL                                      *
      * Carga de CHAINCTL la tabla de pasos en el orden del         *
      * archivo. Los registros de comentario (programa en blanco o  *
      * "*" en la primera posicion) se saltean; un CN-MAX-RC no     *
      * numerico vale cero.                                         *
      *-----------------------------------------------------------*
       010-READ-CHAIN-CONTROL.
           OPEN INPUT CHAIN-CTL
           IF NOT CTL-FOUND-OK
               DISPLAY "CHAINCTL NOT FOUND - CANNOT RUN CHAIN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CTL-EOF
               READ CHAIN-CTL
                   AT END
                       MOVE "Y" TO WS-CTL-EOF-SW
                   NOT AT END
                       IF CN-PROGRAM NOT = SPACES
                          AND CN-PROGRAM (1:1) NOT = "*"
                           PERFORM 020-LOAD-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHAIN-CTL
           IF WS-STEP-COUNT = 0
               DISPLAY "CHAINCTL IS EMPTY - CANNOT RUN CHAIN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       020-LOAD-ONE-STEP.
           IF WS-STEP-COUNT >= WS-STEP-MAX
               DISPLAY "CHAINCTL HAS MORE THAN " WS-STEP-MAX
                   " STEPS - CANNOT RUN CHAIN"
               CLOSE CHAIN-CTL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE CN-PROGRAM   TO WS-CS-PROGRAM (WS-STEP-COUNT)
           MOVE CN-CONTROL-1 TO WS-CS-CONTROL (WS-STEP-COUNT, 1)
           MOVE CN-CONTROL-2 TO WS-CS-CONTROL (WS-STEP-COUNT, 2)
           MOVE CN-CONTROL-3 TO WS-CS-CONTROL (WS-STEP-COUNT, 3)
           IF CN-MAX-RC NUMERIC
               MOVE CN-MAX-RC TO WS-CS-MAX-RC (WS-STEP-COUNT)
           ELSE
               MOVE 0 TO WS-CS-MAX-RC (WS-STEP-COUNT)
           END-IF
           MOVE CN-COMMAND   TO WS-CS-COMMAND (WS-STEP-COUNT).

      *-----------------------------------------------------------*
      * 100-LOAD-RESTART-WINDOW                                     *
      * Recorre FRUNSTAT armando la ventana de re-arranque. Un      *
      * FRUNSTAT ausente no es error: la cadena corre completa.     *
      * Si la ventana no entra en la tabla no se puede decidir      *
      * donde retomar sin riesgo de saltear un paso, y el driver    *
      * no arranca.                                                 *
      *-----------------------------------------------------------*
       100-LOAD-RESTART-WINDOW.
           OPEN INPUT RUN-STATUS
           IF NOT STAT-FOUND-OK
               DISPLAY "FERMCHAN - FRUNSTAT NOT FOUND - "
                   "FULL CHAIN RUN"
           ELSE
               PERFORM UNTIL STAT-EOF
                   READ RUN-STATUS
                       AT END
                           MOVE "Y" TO WS-STAT-EOF-SW
                       NOT AT END
                           PERFORM 110-NOTE-ONE-STATUS
                   END-READ
               END-PERFORM
               CLOSE RUN-STATUS
           END-IF
           IF WS-WN-DROPPED > 0
               DISPLAY "FERMCHAN - RESTART WINDOW TABLE FULL - "
                   WS-WN-DROPPED " FRUNSTAT RECORDS LEFT OUT - "
                   "CANNOT DECIDE WHERE TO RESUME"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------*
      * 110-NOTE-ONE-STATUS                                         *
      * Un END limpio del driver (la cadena anterior termino)       *
      * vacia la ventana; un START del driver la abre si estaba     *
      * cerrada. Con la ventana abierta, cada registro de otro      *
      * programa entra a la tabla. Un RETURN-CODE no numerico se    *
      * guarda como 99 para que nunca cuente como fin limpio.       *
      *-----------------------------------------------------------*
       110-NOTE-ONE-STATUS.
           IF ST-PROGRAM = "FERMCHAN"
               IF ST-PHASE-END AND ST-RETURN-CODE NUMERIC
                  AND ST-RETURN-CODE <= 4
                   MOVE 0   TO WS-WN-COUNT
                   MOVE 0   TO WS-WN-DROPPED
                   MOVE "N" TO WS-WINDOW-OPEN-SW
               ELSE
                   IF ST-PHASE-START
                       MOVE "Y" TO WS-WINDOW-OPEN-SW
                   END-IF
               END-IF
           ELSE
               IF WINDOW-IS-OPEN
                   IF WS-WN-COUNT >= WS-WN-MAX
                       ADD 1 TO WS-WN-DROPPED
                   ELSE
                       ADD 1 TO WS-WN-COUNT
                       MOVE ST-PROGRAM TO WS-WN-PROGRAM (WS-WN-COUNT)
                       MOVE ST-INPUT   TO WS-WN-INPUT (WS-WN-COUNT)
                       MOVE ST-PHASE   TO WS-WN-PHASE (WS-WN-COUNT)
                       IF ST-RETURN-CODE NUMERIC
                           MOVE ST-RETURN-CODE
                               TO WS-WN-RC (WS-WN-COUNT)
                       ELSE
                           MOVE 99 TO WS-WN-RC (WS-WN-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 200-FIND-RESUME-STEP                                        *
      * Recorre la tabla de pasos contra la ventana en orden: cada  *
      * paso tiene que haber terminado limpio despues del fin       *
      * limpio del paso anterior. El primero que no lo hizo es el   *
      * paso donde se retoma; si todos terminaron (la cadena        *
      * corrio entera pero el driver no llego a grabar su END) no   *
      * queda nada por correr.                                      *
      *-----------------------------------------------------------*
       200-FIND-RESUME-STEP.
           MOVE 1 TO WS-SCAN-FROM
           MOVE 0 TO WS-RESUME-AT
           PERFORM 210-CHECK-STEP-DONE
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-STEP-COUNT OR WS-RESUME-AT > 0
           IF WS-RESUME-AT = 0
               COMPUTE WS-RESUME-AT = WS-STEP-COUNT + 1
               DISPLAY "FERMCHAN - RESTART - EVERY STEP ALREADY "
                   "ENDED CLEANLY - NOTHING TO RUN"
           ELSE
               IF WS-RESUME-AT > 1
                   MOVE WS-RESUME-AT TO WS-D-STEP
                   DISPLAY "FERMCHAN - RESTART - RESUMING AT STEP "
                       WS-D-STEP " "
                       WS-CS-PROGRAM (WS-RESUME-AT)
               ELSE
                   DISPLAY "FERMCHAN - FULL CHAIN RUN"
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 210-CHECK-STEP-DONE                                         *
      * Busca desde el punto de la ventana alcanzado por el paso    *
      * anterior un START del programa del paso cuyo registro       *
      * siguiente del mismo programa y entrada sea un END con       *
      * RETURN-CODE dentro de lo aceptado. Un intento fallido       *
      * seguido de uno limpio (una re-corrida anterior) cuenta      *
      * como terminado.                                             *
      *-----------------------------------------------------------*
       210-CHECK-STEP-DONE.
           MOVE "N" TO WS-STEP-DONE-SW
           MOVE WS-SCAN-FROM TO WS-W
           PERFORM UNTIL WS-W > WS-WN-COUNT OR STEP-DONE
               IF WN-START (WS-W)
                  AND WS-WN-PROGRAM (WS-W) = WS-CS-PROGRAM (WS-C)
                   PERFORM 220-CHECK-STEP-END
               END-IF
               IF NOT STEP-DONE
                   ADD 1 TO WS-W
               END-IF
           END-PERFORM
           IF STEP-DONE
               COMPUTE WS-SCAN-FROM = WS-END-AT + 1
           ELSE
               MOVE WS-C TO WS-RESUME-AT
           END-IF.

      *-----------------------------------------------------------*
      * 220-CHECK-STEP-END                                          *
      * Toma el registro siguiente al START en WS-W del mismo       *
      * programa y la misma entrada de trabajo (el mismo criterio   *
      * de FERMSINQ.CBL). Si es un END aceptado, el paso termino.   *
      *-----------------------------------------------------------*
       220-CHECK-STEP-END.
           MOVE 0 TO WS-END-AT
           COMPUTE WS-W2 = WS-W + 1
           PERFORM UNTIL WS-W2 > WS-WN-COUNT OR WS-END-AT > 0
               IF WS-WN-PROGRAM (WS-W2) = WS-WN-PROGRAM (WS-W)
                  AND WS-WN-INPUT (WS-W2) = WS-WN-INPUT (WS-W)
                   MOVE WS-W2 TO WS-END-AT
               END-IF
               ADD 1 TO WS-W2
           END-PERFORM
           IF WS-END-AT > 0
               IF WN-END (WS-END-AT)
                  AND WS-WN-RC (WS-END-AT) <= WS-CS-MAX-RC (WS-C)
                   MOVE "Y" TO WS-STEP-DONE-SW
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 300-RUN-ONE-STEP                                            *
      * Saltea los pasos anteriores al punto de re-arranque; los    *
      * demas verifican sus controles y se lanzan.                  *
      *-----------------------------------------------------------*
       300-RUN-ONE-STEP.
           MOVE WS-C TO WS-D-STEP
           IF WS-C < WS-RESUME-AT
               DISPLAY "FERMCHAN - STEP " WS-D-STEP " "
                   WS-CS-PROGRAM (WS-C)
                   " SKIPPED - ENDED CLEANLY IN AN EARLIER ATTEMPT"
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               PERFORM 310-CHECK-STEP-CONTROLS
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > 3 OR CHAIN-STOPPED
               IF NOT CHAIN-STOPPED
                   PERFORM 320-LAUNCH-STEP
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 310-CHECK-STEP-CONTROLS                                     *
      * Verifica que el registro de control del paso exista antes  *
      * de lanzarlo; lanzar un paso sin su control solo produce un  *
      * RETURN-CODE 16 mas adelante y a ciegas.                     *
      *-----------------------------------------------------------*
       310-CHECK-STEP-CONTROLS.
           IF WS-CS-CONTROL (WS-C, WS-K) NOT = SPACES
               MOVE WS-CS-CONTROL (WS-C, WS-K) TO WS-CHECK-NAME
               OPEN INPUT STEP-CONTROL
               IF CHECK-FOUND-OK
                   CLOSE STEP-CONTROL
               ELSE
                   DISPLAY "FERMCHAN - STEP " WS-D-STEP " "
                       WS-CS-PROGRAM (WS-C) " - CONTROL "
                       WS-CHECK-NAME " NOT FOUND - STATUS="
                       WS-CHECK-STATUS " - CHAIN STOPPED"
                   MOVE 16  TO WS-CHAIN-RC
                   MOVE "Y" TO WS-CHAIN-STOP-SW
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 320-LAUNCH-STEP                                             *
      * Lanza el paso con su linea de comando (o por el nombre del  *
      * programa) y toma el RETURN-CODE que devolvio. Segun la      *
      * plataforma el estado de salida puede venir multiplicado     *
      * por 256; se normaliza. Un RETURN-CODE por encima del        *
      * aceptado frena la cadena; uno aceptado pero distinto de     *
      * cero deja aviso (4) en el RETURN-CODE del driver.           *
      *-----------------------------------------------------------*
       320-LAUNCH-STEP.
           MOVE SPACES TO WS-COMMAND-LINE
           IF WS-CS-COMMAND (WS-C) = SPACES
               MOVE WS-CS-PROGRAM (WS-C) TO WS-COMMAND-LINE
           ELSE
               MOVE WS-CS-COMMAND (WS-C) TO WS-COMMAND-LINE
           END-IF
           DISPLAY "FERMCHAN - STEP " WS-D-STEP " "
               WS-CS-PROGRAM (WS-C) " STARTING"
           CALL "SYSTEM" USING WS-COMMAND-LINE
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE 0 TO RETURN-CODE
           IF WS-STEP-RC > 255
               DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
           END-IF
           IF WS-STEP-RC < 0 OR WS-STEP-RC > 99
               MOVE 99 TO WS-STEP-RC
           END-IF
           ADD 1 TO WS-RUN-COUNT
           MOVE WS-STEP-RC TO WS-D-RC
           MOVE WS-CS-MAX-RC (WS-C) TO WS-D-MAX-RC
           DISPLAY "FERMCHAN - STEP " WS-D-STEP " "
               WS-CS-PROGRAM (WS-C) " ENDED RC=" WS-D-RC
               " ACCEPTED UP TO " WS-D-MAX-RC
           IF WS-STEP-RC > WS-CS-MAX-RC (WS-C)
               DISPLAY "FERMCHAN - STEP " WS-D-STEP " "
                   WS-CS-PROGRAM (WS-C)
                   " RETURN CODE ABOVE LIMIT - CHAIN STOPPED"
               MOVE 8   TO WS-CHAIN-RC
               MOVE "Y" TO WS-CHAIN-STOP-SW
           ELSE
               IF WS-STEP-RC > 0 AND WS-CHAIN-RC < 4
                   MOVE 4 TO WS-CHAIN-RC
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 900-WRITE-STEP-STATUS                                       *
      * Agrega al archivo comun de estado de la cadena nocturna    *
      * (FRUNSTAT) el registro del driver, al arrancar y al        *
      * terminar; el END con RETURN-CODE 4 o menor es la marca de  *
      * cadena completa que cierra la ventana de re-arranque. Un   *
      * problema con el archivo de estado avisa pero no tira       *
      * abajo el driver.                                           *
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
               MOVE "FERMCHAN"        TO ST-PROGRAM
               MOVE WS-STAT-DATE      TO ST-DATE
               MOVE WS-STAT-TIME (1:6) TO ST-TIME
               MOVE WS-STAT-PHASE     TO ST-PHASE
               MOVE 0                 TO ST-N
               MOVE 0                 TO ST-PARTITION
               MOVE "CHAINCTL"        TO ST-INPUT
               MOVE WS-STAT-RECORDS   TO ST-RECORDS
               MOVE RETURN-CODE       TO ST-RETURN-CODE
               MOVE SPACES            TO ST-PROJECT-CODE
               WRITE FERMAT-STEP-RECORD
               CLOSE RUN-STATUS
           END-IF.

       END PROGRAM FERMCHAN.
