      *===============================================================*
      * PROGRAMA: FERMPMNT.CBL                                       *
      * DESCRIPCIÓN: Mantenimiento del maestro de parametros FERMPMST *
      *              (indexado, clave N/particion/modo, layout        *
      *              FERMPMST.CPY). Aplica las transacciones de       *
      *              PMNTTRN (ver FERMPMTR.CPY) de alta, cambio y     *
      *              baja, con los mismos controles que FERMAT.CBL    *
      *              hace al leer PARMFILE mas los que FERMAT no      *
      *              puede hacer entrada por entrada: dos entradas    *
      *              activas del mismo N y modo no pueden tener       *
      *              rangos de TOTAL superpuestos (un FP-END-TOTAL    *
      *              equivocado nos costo una noche barriendo dos     *
      *              veces lo mismo). Cada transaccion aplicada deja  *
      *              en el log PMSTAUDT (ver FERMPMAU.CPY) las        *
      *              imagenes antes y despues, el usuario y la hora;  *
      *              cada transaccion, aplicada o rechazada con su    *
      *              motivo, sale en el reporte PMNTRPT. Si el        *
      *              maestro todavia no existe, la primera corrida lo *
      *              crea. RETURN-CODE 8 si hubo rechazos o si fallo  *
      *              la grabacion de algun registro de auditoria.     *
      *              El PARMFILE de la noche lo arma FERMPGEN.CBL.    *
      * AUTOR: ANONIMO                                               *
      *==============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERMPMNT.
       AUTHOR. ANONIMO.

      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JCM  Version inicial: alta, cambio y baja de   *
      *                  entradas del maestro de parametros con    *
      *                  controles de contenido y de superposicion *
      *                  de rangos, y log de auditoria con         *
      *                  imagenes antes/despues.                   *
      * 2026-10-15  JCM  Se controla el status de cada grabacion    *
      *                  en PMSTAUDT: si falla, la transaccion ya   *
      *                  aplicada al maestro se marca en el         *
      *                  reporte, se cuenta como error de           *
      *                  auditoria y el paso termina con            *
      *                  RETURN-CODE 8.                             *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PMNT-TRAN ASSIGN TO "PMNTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PARM-MASTER ASSIGN TO "FERMPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT PMST-AUDIT ASSIGN TO "PMSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PMNT-REPORT ASSIGN TO "PMNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PMNT-TRAN
           RECORDING MODE IS F.
           COPY FERMPMTR.

       FD  PARM-MASTER
           RECORDING MODE IS F.
           COPY FERMPMST.

       FD  PMST-AUDIT
           RECORDING MODE IS F.
           COPY FERMPMAU.

       FD  PMNT-REPORT
           RECORDING MODE IS F.
       01  PMNT-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS      PIC X(02).
           88  TRAN-FOUND-OK       VALUE "00".
       01  WS-MAST-STATUS      PIC X(02).
           88  MASTER-OK           VALUE "00".
           88  MASTER-NOT-FOUND    VALUE "35".
       01  WS-AUDIT-STATUS     PIC X(02).
           88  AUDIT-FOUND-OK      VALUE "00".
       01  WS-REPORT-STATUS    PIC X(02).
           88  REPORT-FOUND-OK     VALUE "00".

       01  WS-TRAN-EOF-SW      PIC X(01) VALUE "N".
           88  TRAN-EOF            VALUE "Y".
       01  WS-BROWSE-EOF-SW    PIC X(01).
           88  BROWSE-EOF          VALUE "Y".
       01  WS-ON-MASTER-SW     PIC X(01).
           88  KEY-ON-MASTER       VALUE "Y".
       01  WS-VALID-TRAN-SW    PIC X(01).
           88  VALID-TRAN          VALUE "Y".
       01  WS-AUDIT-FAIL-SW    PIC X(01).
           88  AUDIT-WRITE-FAILED  VALUE "Y".
       01  WS-REJECT-REASON    PIC X(60).

       01  WS-READ-COUNT       PIC 9(09) COMP VALUE 0.
       01  WS-ADDED-COUNT      PIC 9(09) COMP VALUE 0.
       01  WS-CHANGED-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-DELETED-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(09) COMP VALUE 0.
       01  WS-AUDIT-FAIL-COUNT PIC 9(09) COMP VALUE 0.

       01  WS-TRAN-DATE        PIC 9(08).
       01  WS-TRAN-TIME        PIC 9(08).

      *-----------------------------------------------------------*
      * Imagen de trabajo del registro de parametros: la de la     *
      * transaccion mientras se valida, y la de cada entrada       *
      * vecina durante el control de superposicion (la de la       *
      * transaccion queda a salvo en WS-NEW-IMAGE).                *
      *-----------------------------------------------------------*
           COPY FERMPARM.

       01  WS-NEW-IMAGE        PIC X(110).
       01  WS-BEFORE-IMAGE     PIC X(144).
       01  WS-KEY.
           05  WS-KEY-N        PIC 9(09).
           05  WS-KEY-PART     PIC 9(01).
           05  WS-KEY-MODE     PIC X(01).
       01  WS-NEW-START        PIC 9(09) COMP.
       01  WS-NEW-END          PIC 9(09) COMP.
       01  WS-NEW-NY           PIC 9(09) COMP.
       01  WS-NEW-NZ           PIC 9(09) COMP.
       01  WS-OTHER-END        PIC 9(09) COMP.
       01  WS-D-PART           PIC 9(01).

       01  WS-HEADING-LINE     PIC X(132).

       01  WS-TRAN-COLUMNS.
           05  FILLER          PIC X(04) VALUE "ACT".
           05  FILLER          PIC X(09) VALUE "USER-ID".
           05  FILLER          PIC X(09) VALUE "        N".
           05  FILLER          PIC X(05) VALUE " PART".
           05  FILLER          PIC X(05) VALUE " MODE".
           05  FILLER          PIC X(10) VALUE "     START".
           05  FILLER          PIC X(10) VALUE "       END".
           05  FILLER          PIC X(80) VALUE "  RESULT".

       01  WS-TRAN-LINE.
           05  MR-ACTION       PIC X(01).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  MR-USER         PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  MR-N            PIC Z(08)9.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  MR-PART         PIC X(01).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  MR-MODE         PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  MR-START        PIC X(09).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  MR-END          PIC X(09).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  MR-RESULT       PIC X(70).
           05  FILLER          PIC X(08) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER          PIC X(20) VALUE "FERMPMNT TRANS READ=".
           05  TM-READ         PIC Z(08)9.
           05  FILLER          PIC X(08) VALUE " ADDED=".
           05  TM-ADDED        PIC Z(08)9.
           05  FILLER          PIC X(10) VALUE " CHANGED=".
           05  TM-CHANGED      PIC Z(08)9.
           05  FILLER          PIC X(10) VALUE " DELETED=".
           05  TM-DELETED      PIC Z(08)9.
           05  FILLER          PIC X(11) VALUE " REJECTED=".
           05  TM-REJECTED     PIC Z(08)9.
           05  FILLER          PIC X(14) VALUE " AUDIT-ERRORS=".
           05  TM-AUDIT-ERRORS PIC Z(08)9.
           05  FILLER          PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT PMNT-TRAN
           IF NOT TRAN-FOUND-OK
               DISPLAY "PMNTTRN NOT FOUND - NO MAINTENANCE TO APPLY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 020-OPEN-PARM-MASTER
           OPEN EXTEND PMST-AUDIT
           IF NOT AUDIT-FOUND-OK
               OPEN OUTPUT PMST-AUDIT
           END-IF
           IF NOT AUDIT-FOUND-OK
               DISPLAY "UNABLE TO OPEN PMST-AUDIT - PMSTAUDT"
                   " STATUS=" WS-AUDIT-STATUS
               CLOSE PMNT-TRAN
               CLOSE PARM-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PMNT-REPORT
           IF NOT REPORT-FOUND-OK
               DISPLAY "UNABLE TO OPEN PMNT-REPORT - PMNTRPT"
                   " STATUS=" WS-REPORT-STATUS
               CLOSE PMNT-TRAN
               CLOSE PARM-MASTER
               CLOSE PMST-AUDIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "FERMPMNT - PARAMETER MASTER MAINTENANCE - FERMPMST"
               TO PMNT-REPORT-RECORD
           WRITE PMNT-REPORT-RECORD
           MOVE SPACES TO PMNT-REPORT-RECORD
           WRITE PMNT-REPORT-RECORD
           MOVE WS-TRAN-COLUMNS TO PMNT-REPORT-RECORD
           WRITE PMNT-REPORT-RECORD

           PERFORM UNTIL TRAN-EOF
               READ PMNT-TRAN
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 100-APPLY-ONE-TRAN
               END-READ
           END-PERFORM

           PERFORM 500-WRITE-TOTALS
           CLOSE PMNT-TRAN
           CLOSE PARM-MASTER
           CLOSE PMST-AUDIT
           CLOSE PMNT-REPORT

           DISPLAY "FERMPMNT - READ=" WS-READ-COUNT
               " ADDED=" WS-ADDED-COUNT
               " CHANGED=" WS-CHANGED-COUNT
               " DELETED=" WS-DELETED-COUNT
               " REJECTED=" WS-REJECTED-COUNT
               " AUDIT-ERRORS=" WS-AUDIT-FAIL-COUNT
           IF WS-REJECTED-COUNT > 0 OR WS-AUDIT-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
      * 020-OPEN-PARM-MASTER                                        *
      * Abre el maestro en I-O; la primera corrida lo encuentra     *
      * ausente (status 35), lo crea vacio con OPEN OUTPUT y lo     *
      * reabre en I-O. Cualquier otro status aborta.                *
      *-----------------------------------------------------------*
       020-OPEN-PARM-MASTER.
           OPEN I-O PARM-MASTER
           IF MASTER-NOT-FOUND
               OPEN OUTPUT PARM-MASTER
               IF MASTER-OK
                   CLOSE PARM-MASTER
                   OPEN I-O PARM-MASTER
               END-IF
           END-IF
           IF NOT MASTER-OK
               DISPLAY "UNABLE TO OPEN PARM-MASTER - FERMPMST"
                   " STATUS=" WS-MAST-STATUS
               CLOSE PMNT-TRAN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------*
      * 100-APPLY-ONE-TRAN                                          *
      * Valida y aplica una transaccion. La clave sale de la imagen *
      * de parametros; el alta exige que no exista, el cambio y la  *
      * baja que exista. Alta y cambio pasan por los controles de   *
      * contenido y de superposicion antes de tocar el maestro.     *
      *-----------------------------------------------------------*
       100-APPLY-ONE-TRAN.
           MOVE "Y" TO WS-VALID-TRAN-SW
           MOVE "N" TO WS-AUDIT-FAIL-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE MT-PARM-IMAGE TO FERMAT-PARM-RECORD
           ACCEPT WS-TRAN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TRAN-TIME FROM TIME
           IF NOT MT-ADD AND NOT MT-CHANGE AND NOT MT-DELETE
               MOVE "N" TO WS-VALID-TRAN-SW
               MOVE "ACTION MUST BE A, C OR D" TO WS-REJECT-REASON
           ELSE
               IF MT-USER-ID = SPACES
                   MOVE "N" TO WS-VALID-TRAN-SW
                   MOVE "USER-ID IS REQUIRED" TO WS-REJECT-REASON
               ELSE
                   PERFORM 110-BUILD-KEY
               END-IF
           END-IF
           IF VALID-TRAN
               PERFORM 150-READ-MASTER-KEY
               EVALUATE TRUE
                   WHEN MT-ADD AND KEY-ON-MASTER
                       MOVE "N" TO WS-VALID-TRAN-SW
                       MOVE "KEY ALREADY ON THE MASTER"
                           TO WS-REJECT-REASON
                   WHEN NOT MT-ADD AND NOT KEY-ON-MASTER
                       MOVE "N" TO WS-VALID-TRAN-SW
                       MOVE "KEY NOT ON THE MASTER"
                           TO WS-REJECT-REASON
                   WHEN NOT MT-DELETE
                       PERFORM 120-EDIT-PARM-ENTRY
               END-EVALUATE
           END-IF
           IF VALID-TRAN
               PERFORM 200-UPDATE-MASTER
           END-IF
           PERFORM 300-WRITE-TRAN-LINE.

      *-----------------------------------------------------------*
      * 110-BUILD-KEY                                               *
      * Arma la clave N/particion/modo de la imagen de parametros.  *
      * El modo en blanco se normaliza a "S" (clave e imagen) para  *
      * que el mismo barrido no pueda entrar dos veces; en el modo  *
      * mixto el N de la clave es FP-NX. La particion puede ser 0   *
      * (corrida unica, sin particionar) o 1 a 4, las que           *
      * FERMMRGE.CBL sabe combinar.                                 *
      *-----------------------------------------------------------*
       110-BUILD-KEY.
           IF FP-RUN-MODE = SPACE
               MOVE "S" TO FP-RUN-MODE
           END-IF
           IF NOT FP-MODE-SWEEP AND NOT FP-MODE-RECHECK
              AND NOT FP-MODE-MIXED AND NOT FP-MODE-ZSEARCH
               MOVE "N" TO WS-VALID-TRAN-SW
               MOVE "RUN-MODE MUST BE BLANK, S, R, M OR Z"
                   TO WS-REJECT-REASON
           ELSE
               IF FP-PARTITION-ID NOT NUMERIC
                  OR (FP-MODE-MIXED AND FP-NX NOT NUMERIC)
                  OR (NOT FP-MODE-MIXED AND FP-N NOT NUMERIC)
                   MOVE "N" TO WS-VALID-TRAN-SW
                   MOVE "KEY FIELDS CONTAIN NON-NUMERIC DATA"
                       TO WS-REJECT-REASON
               ELSE
                   IF FP-PARTITION-ID > 4
                       MOVE "N" TO WS-VALID-TRAN-SW
                       MOVE "PARTITION-ID MUST BE 0-4"
                           TO WS-REJECT-REASON
                   ELSE
                       IF FP-MODE-MIXED
                           MOVE FP-NX TO WS-KEY-N
                       ELSE
                           MOVE FP-N  TO WS-KEY-N
                       END-IF
                       MOVE FP-PARTITION-ID TO WS-KEY-PART
                       MOVE FP-RUN-MODE     TO WS-KEY-MODE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 120-EDIT-PARM-ENTRY                                         *
      * Controles de contenido de la imagen de un alta o cambio,    *
      * los mismos que FERMAT.CBL aplica al leer PARMFILE (asi una  *
      * entrada del maestro nunca se saltea a la noche), y para     *
      * las entradas activas que barren rangos de TOTAL el control  *
      * de superposicion contra las demas entradas del mismo N.     *
      *-----------------------------------------------------------*
       120-EDIT-PARM-ENTRY.
           IF FP-MAX-MINUTES NOT NUMERIC
              OR FP-CKPT-INTERVAL NOT NUMERIC
              OR FP-NEARMISS-TOL NOT NUMERIC
              OR (NOT FP-MODE-ZSEARCH
                  AND (FP-START-TOTAL NOT NUMERIC
                       OR FP-END-TOTAL NOT NUMERIC))
               MOVE "N" TO WS-VALID-TRAN-SW
               MOVE "PARM RECORD CONTAINS NON-NUMERIC DATA"
                   TO WS-REJECT-REASON
           ELSE
               IF FP-MODE-MIXED
                   PERFORM 125-EDIT-MIXED-EXPS
               ELSE
                   IF FP-N < 2
                       MOVE "N" TO WS-VALID-TRAN-SW
                       MOVE "N MUST BE >= 2" TO WS-REJECT-REASON
                   ELSE
                       IF FP-MODE-ZSEARCH
                           PERFORM 127-EDIT-Z-RANGE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF VALID-TRAN
              AND (FP-MODE-SWEEP OR FP-MODE-MIXED)
               IF FP-END-TOTAL > 0 AND FP-END-TOTAL < FP-START-TOTAL
                   MOVE "N" TO WS-VALID-TRAN-SW
                   MOVE "END-TOTAL MUST BE ZERO OR >= START-TOTAL"
                       TO WS-REJECT-REASON
               ELSE
                   IF NOT MT-INACTIVE
                       PERFORM 130-CHECK-OVERLAP
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 125-EDIT-MIXED-EXPS                                         *
      * Exponentes de una entrada de modo mixto: numericos y entre  *
      * 2 y 99, como en FERMAT.CBL.                                 *
      *-----------------------------------------------------------*
       125-EDIT-MIXED-EXPS.
           IF FP-NY NOT NUMERIC OR FP-NZ NOT NUMERIC
               MOVE "N" TO WS-VALID-TRAN-SW
               MOVE "MIXED EXPONENTS CONTAIN NON-NUMERIC DATA"
                   TO WS-REJECT-REASON
           ELSE
               IF FP-NX < 2 OR FP-NX > 99
                  OR FP-NY < 2 OR FP-NY > 99
                  OR FP-NZ < 2 OR FP-NZ > 99
                   MOVE "N" TO WS-VALID-TRAN-SW
                   MOVE "MIXED EXPONENTS MUST BE 2-99"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 127-EDIT-Z-RANGE                                            *
      * Rango de una entrada de busqueda dirigida por Z.            *
      *-----------------------------------------------------------*
       127-EDIT-Z-RANGE.
           IF FP-START-Z NOT NUMERIC OR FP-END-Z NOT NUMERIC
               MOVE "N" TO WS-VALID-TRAN-SW
               MOVE "Z RANGE CONTAINS NON-NUMERIC DATA"
                   TO WS-REJECT-REASON
           ELSE
               IF FP-END-Z > 0 AND FP-END-Z < FP-START-Z
                   MOVE "N" TO WS-VALID-TRAN-SW
                   MOVE "END-Z MUST BE ZERO OR >= START-Z"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 130-CHECK-OVERLAP                                           *
      * Recorre las entradas del maestro del mismo N (todas las     *
      * particiones) y rechaza la transaccion si alguna entrada     *
      * activa del mismo modo, que no sea ella misma, tiene un      *
      * rango de TOTAL que se superpone con el nuevo. En el modo    *
      * mixto solo chocan las de los mismos tres exponentes. Un     *
      * FP-END-TOTAL en cero es un rango abierto hacia arriba.      *
      *-----------------------------------------------------------*
       130-CHECK-OVERLAP.
           MOVE FERMAT-PARM-RECORD TO WS-NEW-IMAGE
           MOVE FP-START-TOTAL TO WS-NEW-START
           IF FP-END-TOTAL = 0
               MOVE 999999999 TO WS-NEW-END
           ELSE
               MOVE FP-END-TOTAL TO WS-NEW-END
           END-IF
           IF FP-MODE-MIXED
               MOVE FP-NY TO WS-NEW-NY
               MOVE FP-NZ TO WS-NEW-NZ
           END-IF
           MOVE "N" TO WS-BROWSE-EOF-SW
           MOVE WS-KEY-N    TO PM-N
           MOVE 0           TO PM-PARTITION
           MOVE LOW-VALUES  TO PM-RUN-MODE
           START PARM-MASTER KEY NOT < PM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-EOF-SW
           END-START
           PERFORM UNTIL BROWSE-EOF OR NOT VALID-TRAN
               READ PARM-MASTER NEXT
                   AT END
                       MOVE "Y" TO WS-BROWSE-EOF-SW
                   NOT AT END
                       IF PM-N NOT = WS-KEY-N
                           MOVE "Y" TO WS-BROWSE-EOF-SW
                       ELSE
                           PERFORM 135-COMPARE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-NEW-IMAGE TO FERMAT-PARM-RECORD.

       135-COMPARE-ONE-ENTRY.
           IF PM-KEY NOT = WS-KEY AND PM-ACTIVE
              AND PM-RUN-MODE = WS-KEY-MODE
               MOVE PM-PARM-IMAGE TO FERMAT-PARM-RECORD
               IF NOT FP-MODE-MIXED
                  OR (FP-NY = WS-NEW-NY AND FP-NZ = WS-NEW-NZ)
                   IF FP-END-TOTAL = 0
                       MOVE 999999999 TO WS-OTHER-END
                   ELSE
                       MOVE FP-END-TOTAL TO WS-OTHER-END
                   END-IF
                   IF FP-START-TOTAL <= WS-NEW-END
                      AND WS-NEW-START <= WS-OTHER-END
                       MOVE "N" TO WS-VALID-TRAN-SW
                       MOVE PM-PARTITION TO WS-D-PART
                       STRING "TOTAL RANGE OVERLAPS ACTIVE ENTRY "
                              "PARTITION " WS-D-PART
                              " MODE " PM-RUN-MODE
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 150-READ-MASTER-KEY                                         *
      * Busca la clave de la transaccion en el maestro; si esta,    *
      * guarda la imagen completa como imagen "antes".              *
      *-----------------------------------------------------------*
       150-READ-MASTER-KEY.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-KEY TO PM-KEY
           READ PARM-MASTER
               INVALID KEY
                   MOVE "N" TO WS-ON-MASTER-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-MASTER-SW
                   MOVE FERMAT-PMST-RECORD TO WS-BEFORE-IMAGE
           END-READ.

      *-----------------------------------------------------------*
      * 200-UPDATE-MASTER                                           *
      * Aplica la transaccion ya validada y deja el registro de     *
      * auditoria. Un error de E/S del indexado en este punto       *
      * rechaza la transaccion sin auditar (no cambio nada). Si lo  *
      * que falla es la grabacion de la auditoria, el maestro ya    *
      * cambio: la transaccion queda aplicada pero se avisa, se     *
      * cuenta como error de auditoria y el paso termina con        *
      * RETURN-CODE 8.                                              *
      *-----------------------------------------------------------*
       200-UPDATE-MASTER.
           IF MT-DELETE
               MOVE WS-KEY TO PM-KEY
               DELETE PARM-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-VALID-TRAN-SW
               END-DELETE
           ELSE
               MOVE WS-KEY             TO PM-KEY
               IF MT-INACTIVE
                   MOVE "N" TO PM-ACTIVE-SW
               ELSE
                   MOVE "Y" TO PM-ACTIVE-SW
               END-IF
               MOVE FERMAT-PARM-RECORD TO PM-PARM-IMAGE
               MOVE MT-USER-ID         TO PM-LAST-USER
               MOVE WS-TRAN-DATE       TO PM-LAST-DATE
               MOVE WS-TRAN-TIME (1:6) TO PM-LAST-TIME
               IF MT-ADD
                   WRITE FERMAT-PMST-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-VALID-TRAN-SW
                   END-WRITE
               ELSE
                   REWRITE FERMAT-PMST-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-VALID-TRAN-SW
                   END-REWRITE
               END-IF
           END-IF
           IF NOT VALID-TRAN
               STRING "MASTER UPDATE FAILED - STATUS=" WS-MAST-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           ELSE
               MOVE WS-TRAN-DATE       TO PA-DATE
               MOVE WS-TRAN-TIME (1:6) TO PA-TIME
               MOVE MT-USER-ID         TO PA-USER-ID
               MOVE MT-ACTION          TO PA-ACTION
               MOVE WS-BEFORE-IMAGE    TO PA-BEFORE-IMAGE
               IF MT-DELETE
                   MOVE SPACES TO PA-AFTER-IMAGE
                   ADD 1 TO WS-DELETED-COUNT
               ELSE
                   MOVE FERMAT-PMST-RECORD TO PA-AFTER-IMAGE
                   IF MT-ADD
                       ADD 1 TO WS-ADDED-COUNT
                   ELSE
                       ADD 1 TO WS-CHANGED-COUNT
                   END-IF
               END-IF
               WRITE FERMAT-PMST-AUDIT
               IF NOT AUDIT-FOUND-OK
                   MOVE "Y" TO WS-AUDIT-FAIL-SW
                   ADD 1 TO WS-AUDIT-FAIL-COUNT
                   DISPLAY "UNABLE TO WRITE PMST-AUDIT - PMSTAUDT"
                       " STATUS=" WS-AUDIT-STATUS " KEY=" WS-KEY
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 300-WRITE-TRAN-LINE                                         *
      * Una linea de reporte por transaccion, con el resultado.     *
      *-----------------------------------------------------------*
       300-WRITE-TRAN-LINE.
           MOVE MT-ACTION TO MR-ACTION
           MOVE MT-USER-ID TO MR-USER
           IF FP-MODE-MIXED AND FP-NX NUMERIC
               MOVE FP-NX TO MR-N
           ELSE
               IF FP-N NUMERIC
                   MOVE FP-N TO MR-N
               ELSE
                   MOVE 0 TO MR-N
               END-IF
           END-IF
           MOVE FP-PARTITION-ID TO MR-PART
           MOVE FP-RUN-MODE     TO MR-MODE
           IF FP-MODE-ZSEARCH
               MOVE FP-START-Z TO MR-START
               MOVE FP-END-Z   TO MR-END
           ELSE
               MOVE FP-START-TOTAL TO MR-START
               MOVE FP-END-TOTAL   TO MR-END
           END-IF
           IF VALID-TRAN
               IF AUDIT-WRITE-FAILED
                   MOVE "APPLIED - AUDIT RECORD NOT WRITTEN"
                       TO MR-RESULT
               ELSE
                   MOVE "APPLIED" TO MR-RESULT
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO MR-RESULT
               STRING "REJECTED - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO MR-RESULT
           END-IF
           MOVE WS-TRAN-LINE TO PMNT-REPORT-RECORD
           WRITE PMNT-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 500-WRITE-TOTALS                                            *
      *-----------------------------------------------------------*
       500-WRITE-TOTALS.
           MOVE SPACES TO PMNT-REPORT-RECORD
           WRITE PMNT-REPORT-RECORD
           MOVE WS-READ-COUNT     TO TM-READ
           MOVE WS-ADDED-COUNT    TO TM-ADDED
           MOVE WS-CHANGED-COUNT  TO TM-CHANGED
           MOVE WS-DELETED-COUNT  TO TM-DELETED
           MOVE WS-REJECTED-COUNT TO TM-REJECTED
           MOVE WS-AUDIT-FAIL-COUNT TO TM-AUDIT-ERRORS
           MOVE WS-TOTALS-LINE TO PMNT-REPORT-RECORD
           WRITE PMNT-REPORT-RECORD.

       END PROGRAM FERMPMNT.
