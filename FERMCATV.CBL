      *===============================================================*
      * PROGRAMA: FERMCATV.CBL                                       *
      * DESCRIPCIÓN: Verificacion de integridad del catalogo de       *
      *              archivos de corrida FRUNCAT (FERMCATL.CPY). Toma *
      *              la ultima entrada de cada archivo catalogado, lo *
      *              relee con FERMCATW.CBL y compara la cantidad de  *
      *              registros y el total hash contra lo que grabo el *
      *              programa que lo produjo: una diferencia quiere   *
      *              decir que el archivo se cambio o se reemplazo    *
      *              despues de cerrarse, y un archivo que no abre    *
      *              figura como faltante. Despues busca archivos sin *
      *              catalogar entre los nombres de archivo de        *
      *              corrida que registran los pasos de la cadena en  *
      *              FRUNSTAT y los del listado opcional CATLIST (un  *
      *              nombre por registro, por ejemplo sacado del      *
      *              directorio por operaciones): todo nombre que     *
      *              existe y no esta en el catalogo se informa. El   *
      *              reporte va a CATVRPT.                            *
      * AUTOR: ANONIMO                                               *
      *==============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERMCATV.
       AUTHOR. ANONIMO.

      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JCM  Version inicial: verificacion de conteo y  *
      *                  total hash de los archivos catalogados,    *
      *                  faltantes y archivos sin catalogar.        *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CATALOG ASSIGN TO "FRUNCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT RUN-STATUS ASSIGN TO "FRUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT NAME-LIST ASSIGN TO "CATLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT CATV-REPORT ASSIGN TO "CATVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CATALOG
           RECORDING MODE IS F.
           COPY FERMCATL.

       FD  RUN-STATUS
           RECORDING MODE IS F.
           COPY FERMSTRC.

       FD  NAME-LIST
           RECORDING MODE IS F.
       01  NAME-LIST-RECORD.
           05  CL-DATASET          PIC X(20).

       FD  CATV-REPORT
           RECORDING MODE IS F.
       01  CATV-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CAT-STATUS       PIC X(02).
           88  CAT-FOUND-OK        VALUE "00".
       01  WS-STAT-STATUS      PIC X(02).
           88  STAT-FOUND-OK       VALUE "00".
       01  WS-LIST-STATUS      PIC X(02).
           88  LIST-FOUND-OK       VALUE "00".
       01  WS-REPORT-STATUS    PIC X(02).
           88  REPORT-FOUND-OK     VALUE "00".

       01  WS-CAT-EOF-SW       PIC X(01) VALUE "N".
           88  CAT-EOF             VALUE "Y".
       01  WS-STAT-EOF-SW      PIC X(01) VALUE "N".
           88  STAT-EOF            VALUE "Y".
       01  WS-LIST-EOF-SW      PIC X(01) VALUE "N".
           88  LIST-EOF            VALUE "Y".

       01  WS-RUN-DATE         PIC 9(08).

      *-----------------------------------------------------------*
      * Ultima entrada del catalogo por archivo, en el orden en   *
      * que cada nombre aparecio por primera vez. Una entrada     *
      * posterior del mismo nombre (el archivo se volvio a        *
      * producir) reemplaza a la anterior.                        *
      *-----------------------------------------------------------*
       01  WS-CE-MAX           PIC 9(04) COMP VALUE 2000.
       01  WS-CE-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-CE-TABLE.
           05  WS-CE-ENTRY OCCURS 2000 TIMES.
               10  WS-CE-DATASET   PIC X(20).
               10  WS-CE-PROGRAM   PIC X(08).
               10  WS-CE-DATE      PIC 9(08).
               10  WS-CE-TIME      PIC 9(06).
               10  WS-CE-N         PIC 9(09).
               10  WS-CE-PART      PIC 9(01).
               10  WS-CE-RECORDS   PIC 9(09).
               10  WS-CE-HASH      PIC 9(18).
       01  WS-CE-IX            PIC 9(04) COMP.
       01  WS-E                PIC 9(04) COMP.

      *-----------------------------------------------------------*
      * Nombres candidatos ya revisados en la busqueda de archivos*
      * sin catalogar, para no releer dos veces un archivo que    *
      * varios pasos registraron en FRUNSTAT.                     *
      *-----------------------------------------------------------*
       01  WS-UC-MAX           PIC 9(04) COMP VALUE 1000.
       01  WS-UC-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-UC-TABLE.
           05  WS-UC-NAME      PIC X(20) OCCURS 1000 TIMES.
       01  WS-U                PIC 9(04) COMP.
       01  WS-CANDIDATE        PIC X(20).
       01  WS-CAND-SOURCE      PIC X(08).
       01  WS-CAND-SEEN-SW     PIC X(01).
           88  CANDIDATE-SEEN      VALUE "Y".

       01  WS-READ-COUNT       PIC 9(09) COMP VALUE 0.
       01  WS-SUPERSEDED-COUNT PIC 9(09) COMP VALUE 0.
       01  WS-DROPPED-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-OK-COUNT         PIC 9(09) COMP VALUE 0.
       01  WS-MISMATCH-COUNT   PIC 9(09) COMP VALUE 0.
       01  WS-MISSING-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-CANDIDATE-COUNT  PIC 9(09) COMP VALUE 0.
       01  WS-UNCATALOGED-COUNT PIC 9(09) COMP VALUE 0.
       01  WS-UC-DROPPED-COUNT PIC 9(09) COMP VALUE 0.

       01  WS-HEADING-LINE     PIC X(132).

       01  WS-CATALOG-COLUMNS.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(21) VALUE "DATASET".
           05  FILLER          PIC X(09) VALUE "PROGRAM".
           05  FILLER          PIC X(09) VALUE "DATE".
           05  FILLER          PIC X(07) VALUE "TIME".
           05  FILLER          PIC X(10) VALUE "        N".
           05  FILLER          PIC X(02) VALUE "P".
           05  FILLER          PIC X(10) VALUE " CAT-RECS".
           05  FILLER          PIC X(19) VALUE "          CAT-HASH".
           05  FILLER          PIC X(10) VALUE "FILE-RECS".
           05  FILLER          PIC X(19) VALUE "         FILE-HASH".
           05  FILLER          PIC X(14) VALUE "RESULT".

       01  WS-CATALOG-DETAIL.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  VD-DATASET      PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VD-PROGRAM      PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VD-DATE         PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VD-TIME         PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VD-N            PIC Z(08)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VD-PART         PIC 9(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VD-CAT-RECS     PIC Z(08)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VD-CAT-HASH     PIC Z(17)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VD-FILE-RECS    PIC Z(08)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VD-FILE-HASH    PIC Z(17)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VD-RESULT       PIC X(14).
           05  FILLER          PIC X(04) VALUE SPACES.

       01  WS-UNCAT-COLUMNS.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(21) VALUE "DATASET".
           05  FILLER          PIC X(09) VALUE "FOUND IN".
           05  FILLER          PIC X(10) VALUE "FILE-RECS".
           05  FILLER          PIC X(18) VALUE "         FILE-HASH".
           05  FILLER          PIC X(72) VALUE SPACES.

       01  WS-UNCAT-DETAIL.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  UL-DATASET      PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  UL-SOURCE       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  UL-RECS         PIC Z(08)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  UL-HASH         PIC Z(17)9.
           05  FILLER          PIC X(72) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  VT-LABEL        PIC X(30).
           05  VT-VALUE        PIC Z(08)9.
           05  FILLER          PIC X(91) VALUE SPACES.

           COPY FERMCATP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CATALOG
           IF NOT CAT-FOUND-OK
               DISPLAY "RUN CATALOG NOT FOUND - FRUNCAT - STATUS="
                   WS-CAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CATV-REPORT
           IF NOT REPORT-FOUND-OK
               DISPLAY "UNABLE TO OPEN CATV-REPORT - CATVRPT"
                   " STATUS=" WS-REPORT-STATUS
               CLOSE RUN-CATALOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL CAT-EOF
               READ RUN-CATALOG
                   AT END
                       MOVE "Y" TO WS-CAT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 100-LOAD-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE RUN-CATALOG

           PERFORM 200-WRITE-HEADINGS
           IF WS-CE-COUNT = 0
               MOVE "NO ENTRIES IN RUN CATALOG" TO CATV-REPORT-RECORD
               WRITE CATV-REPORT-RECORD
           ELSE
               PERFORM 300-CHECK-ONE-ENTRY
                   VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-CE-COUNT
           END-IF
           PERFORM 400-FIND-UNCATALOGED
           PERFORM 500-WRITE-TOTALS
           CLOSE CATV-REPORT

           DISPLAY "FERMCATV - DATASETS=" WS-CE-COUNT
               " OK=" WS-OK-COUNT
               " MISMATCH=" WS-MISMATCH-COUNT
               " MISSING=" WS-MISSING-COUNT
               " UNCATALOGED=" WS-UNCATALOGED-COUNT
           IF WS-UNCATALOGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-MISMATCH-COUNT > 0 OR WS-MISSING-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-DROPPED-COUNT > 0 OR WS-UC-DROPPED-COUNT > 0
               DISPLAY "FERMCATV - TABLE FULL - CATALOG ENTRIES LEFT "
                   "OUT=" WS-DROPPED-COUNT
                   " CANDIDATES LEFT OUT=" WS-UC-DROPPED-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
      * 100-LOAD-ONE-ENTRY                                        *
      * Guarda la entrada leida del catalogo: si el nombre ya     *
      * estaba, la nueva reemplaza a la anterior (el archivo se   *
      * volvio a producir y lo que tiene que coincidir es lo      *
      * ultimo grabado); si no, se agrega al final de la tabla. Un*
      * registro sin nombre o con campos no numericos se ignora.  *
      *-----------------------------------------------------------*
       100-LOAD-ONE-ENTRY.
           IF CT-DATASET NOT = SPACES AND CT-RECORDS NUMERIC
              AND CT-HASH-TOTAL NUMERIC
               MOVE CT-DATASET TO WS-CANDIDATE
               PERFORM 150-FIND-CATALOG-ENTRY
               IF WS-CE-IX > 0
                   ADD 1 TO WS-SUPERSEDED-COUNT
               ELSE
                   IF WS-CE-COUNT < WS-CE-MAX
                       ADD 1 TO WS-CE-COUNT
                       MOVE WS-CE-COUNT TO WS-CE-IX
                   ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                   END-IF
               END-IF
               IF WS-CE-IX > 0
                   MOVE CT-DATASET    TO WS-CE-DATASET (WS-CE-IX)
                   MOVE CT-PROGRAM    TO WS-CE-PROGRAM (WS-CE-IX)
                   MOVE CT-DATE       TO WS-CE-DATE (WS-CE-IX)
                   MOVE CT-TIME       TO WS-CE-TIME (WS-CE-IX)
                   MOVE CT-N          TO WS-CE-N (WS-CE-IX)
                   MOVE CT-PARTITION  TO WS-CE-PART (WS-CE-IX)
                   MOVE CT-RECORDS    TO WS-CE-RECORDS (WS-CE-IX)
                   MOVE CT-HASH-TOTAL TO WS-CE-HASH (WS-CE-IX)
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 150-FIND-CATALOG-ENTRY                                    *
      * Busca WS-CANDIDATE en la tabla del catalogo; deja en      *
      * WS-CE-IX su posicion, o cero si no esta.                  *
      *-----------------------------------------------------------*
       150-FIND-CATALOG-ENTRY.
           MOVE 0 TO WS-CE-IX
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-CE-COUNT OR WS-CE-IX > 0
               IF WS-CE-DATASET (WS-U) = WS-CANDIDATE
                   MOVE WS-U TO WS-CE-IX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------*
      * 200-WRITE-HEADINGS                                        *
      * Titulo del reporte y columnas de la seccion de archivos   *
      * catalogados.                                              *
      *-----------------------------------------------------------*
       200-WRITE-HEADINGS.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "FERMCATV - RUN-FILE CATALOG INTEGRITY CHECK - DATE="
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO CATV-REPORT-RECORD
           WRITE CATV-REPORT-RECORD
           MOVE SPACES TO CATV-REPORT-RECORD
           WRITE CATV-REPORT-RECORD
           MOVE "CATALOGED FILES (LATEST ENTRY PER DATASET)"
               TO CATV-REPORT-RECORD
           WRITE CATV-REPORT-RECORD
           MOVE WS-CATALOG-COLUMNS TO CATV-REPORT-RECORD
           WRITE CATV-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 300-CHECK-ONE-ENTRY                                       *
      * Relee el archivo de la entrada con FERMCATW.CBL (funcion  *
      * "C", sin tocar el catalogo) y compara. Un archivo que no  *
      * abre es faltante; si abre, primero se compara el conteo y *
      * despues el total hash, de modo que un registro agregado o *
      * quitado se informa como diferencia de conteo y un registro*
      * cambiado en su lugar como diferencia de hash.             *
      *-----------------------------------------------------------*
       300-CHECK-ONE-ENTRY.
           MOVE "C" TO KP-FUNCTION
           MOVE WS-CE-DATASET (WS-E) TO KP-DATASET
           MOVE WS-CE-PROGRAM (WS-E) TO KP-PROGRAM
           MOVE WS-CE-N (WS-E)       TO KP-N
           MOVE WS-CE-PART (WS-E)    TO KP-PARTITION
           CALL "FERMCATW" USING FERMAT-CAT-PARM

           MOVE WS-CE-DATASET (WS-E) TO VD-DATASET
           MOVE WS-CE-PROGRAM (WS-E) TO VD-PROGRAM
           MOVE WS-CE-DATE (WS-E)    TO VD-DATE
           MOVE WS-CE-TIME (WS-E)    TO VD-TIME
           MOVE WS-CE-N (WS-E)       TO VD-N
           MOVE WS-CE-PART (WS-E)    TO VD-PART
           MOVE WS-CE-RECORDS (WS-E) TO VD-CAT-RECS
           MOVE WS-CE-HASH (WS-E)    TO VD-CAT-HASH
           MOVE KP-RECORDS           TO VD-FILE-RECS
           MOVE KP-HASH-TOTAL        TO VD-FILE-HASH
           EVALUATE TRUE
               WHEN KP-FILE-MISSING
                   MOVE "MISSING" TO VD-RESULT
                   ADD 1 TO WS-MISSING-COUNT
               WHEN NOT KP-FILE-OK
                   MOVE SPACES TO VD-RESULT
                   STRING "UNREADABLE " KP-FILE-STATUS
                       DELIMITED BY SIZE INTO VD-RESULT
                   ADD 1 TO WS-MISSING-COUNT
               WHEN KP-RECORDS NOT = WS-CE-RECORDS (WS-E)
                   MOVE "COUNT MISMATCH" TO VD-RESULT
                   ADD 1 TO WS-MISMATCH-COUNT
               WHEN KP-HASH-TOTAL NOT = WS-CE-HASH (WS-E)
                   MOVE "HASH MISMATCH" TO VD-RESULT
                   ADD 1 TO WS-MISMATCH-COUNT
               WHEN OTHER
                   MOVE "OK" TO VD-RESULT
                   ADD 1 TO WS-OK-COUNT
           END-EVALUATE
           MOVE WS-CATALOG-DETAIL TO CATV-REPORT-RECORD
           WRITE CATV-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 400-FIND-UNCATALOGED                                      *
      * Junta los nombres candidatos: el archivo de corrida que   *
      * cada paso de la cadena anota en ST-INPUT de FRUNSTAT      *
      * (salvo FERMAT, FERMAUDT, FERMPGEN y FERMCHAN, que anotan  *
      * su control o el maestro de parametros) y los del listado  *
      * opcional CATLIST. Ninguno de los dos es obligatorio; sin  *
      * ellos la seccion queda vacia y se dice por que.           *
      *-----------------------------------------------------------*
       400-FIND-UNCATALOGED.
           MOVE SPACES TO CATV-REPORT-RECORD
           WRITE CATV-REPORT-RECORD
           MOVE "UNCATALOGED FILES" TO CATV-REPORT-RECORD
           WRITE CATV-REPORT-RECORD
           MOVE WS-UNCAT-COLUMNS TO CATV-REPORT-RECORD
           WRITE CATV-REPORT-RECORD

           OPEN INPUT RUN-STATUS
           IF NOT STAT-FOUND-OK
               MOVE "  FRUNSTAT NOT FOUND - NO STEP INPUTS CHECKED"
                   TO CATV-REPORT-RECORD
               WRITE CATV-REPORT-RECORD
           ELSE
               MOVE "FRUNSTAT" TO WS-CAND-SOURCE
               PERFORM UNTIL STAT-EOF
                   READ RUN-STATUS
                       AT END
                           MOVE "Y" TO WS-STAT-EOF-SW
                       NOT AT END
                           PERFORM 410-NOTE-ONE-STEP
                   END-READ
               END-PERFORM
               CLOSE RUN-STATUS
           END-IF

           OPEN INPUT NAME-LIST
           IF NOT LIST-FOUND-OK
               MOVE "  CATLIST NOT PRESENT - ONLY STEP INPUTS CHECKED"
                   TO CATV-REPORT-RECORD
               WRITE CATV-REPORT-RECORD
           ELSE
               MOVE "CATLIST" TO WS-CAND-SOURCE
               PERFORM UNTIL LIST-EOF
                   READ NAME-LIST
                       AT END
                           MOVE "Y" TO WS-LIST-EOF-SW
                       NOT AT END
                           IF CL-DATASET NOT = SPACES
                              AND CL-DATASET (1:1) NOT = "*"
                               MOVE CL-DATASET TO WS-CANDIDATE
                               PERFORM 450-CHECK-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NAME-LIST
           END-IF.

       410-NOTE-ONE-STEP.
           IF ST-INPUT NOT = SPACES
              AND ST-PROGRAM NOT = "FERMAT"
              AND ST-PROGRAM NOT = "FERMAUDT"
              AND ST-PROGRAM NOT = "FERMPGEN"
              AND ST-PROGRAM NOT = "FERMCHAN"
               MOVE ST-INPUT TO WS-CANDIDATE
               PERFORM 450-CHECK-CANDIDATE
           END-IF.

      *-----------------------------------------------------------*
      * 450-CHECK-CANDIDATE                                       *
      * Un candidato que figura en el catalogo o que ya se reviso *
      * se saltea. Si no, se intenta leer con FERMCATW.CBL: el que*
      * existe se informa como sin catalogar con su conteo y total*
      * hash (los datos que tendria su entrada); el que no existe *
      * no es hallazgo, ya se habra borrado por retencion.        *
      *-----------------------------------------------------------*
       450-CHECK-CANDIDATE.
           PERFORM 150-FIND-CATALOG-ENTRY
           MOVE "N" TO WS-CAND-SEEN-SW
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-UC-COUNT OR CANDIDATE-SEEN
               IF WS-UC-NAME (WS-U) = WS-CANDIDATE
                   MOVE "Y" TO WS-CAND-SEEN-SW
               END-IF
           END-PERFORM
           IF WS-CE-IX = 0 AND NOT CANDIDATE-SEEN
               IF WS-UC-COUNT < WS-UC-MAX
                   ADD 1 TO WS-UC-COUNT
                   MOVE WS-CANDIDATE TO WS-UC-NAME (WS-UC-COUNT)
                   ADD 1 TO WS-CANDIDATE-COUNT
                   MOVE "C"          TO KP-FUNCTION
                   MOVE WS-CANDIDATE TO KP-DATASET
                   MOVE SPACES       TO KP-PROGRAM
                   MOVE 0            TO KP-N
                   MOVE 0            TO KP-PARTITION
                   CALL "FERMCATW" USING FERMAT-CAT-PARM
                   IF KP-FILE-OK
                       MOVE WS-CANDIDATE   TO UL-DATASET
                       MOVE WS-CAND-SOURCE TO UL-SOURCE
                       MOVE KP-RECORDS     TO UL-RECS
                       MOVE KP-HASH-TOTAL  TO UL-HASH
                       MOVE WS-UNCAT-DETAIL TO CATV-REPORT-RECORD
                       WRITE CATV-REPORT-RECORD
                       ADD 1 TO WS-UNCATALOGED-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-UC-DROPPED-COUNT
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 500-WRITE-TOTALS                                          *
      * Cierra el reporte con los totales de control de la        *
      * verificacion.                                             *
      *-----------------------------------------------------------*
       500-WRITE-TOTALS.
           MOVE SPACES TO CATV-REPORT-RECORD
           WRITE CATV-REPORT-RECORD
           MOVE "CATALOG ENTRIES READ        =" TO VT-LABEL
           MOVE WS-READ-COUNT TO VT-VALUE
           PERFORM 510-WRITE-TOTAL-LINE
           MOVE "SUPERSEDED BY A LATER ENTRY =" TO VT-LABEL
           MOVE WS-SUPERSEDED-COUNT TO VT-VALUE
           PERFORM 510-WRITE-TOTAL-LINE
           MOVE "DATASETS CHECKED            =" TO VT-LABEL
           MOVE WS-CE-COUNT TO VT-VALUE
           PERFORM 510-WRITE-TOTAL-LINE
           MOVE "DATASETS OK                 =" TO VT-LABEL
           MOVE WS-OK-COUNT TO VT-VALUE
           PERFORM 510-WRITE-TOTAL-LINE
           MOVE "COUNT OR HASH MISMATCHES    =" TO VT-LABEL
           MOVE WS-MISMATCH-COUNT TO VT-VALUE
           PERFORM 510-WRITE-TOTAL-LINE
           MOVE "CATALOGED BUT MISSING       =" TO VT-LABEL
           MOVE WS-MISSING-COUNT TO VT-VALUE
           PERFORM 510-WRITE-TOTAL-LINE
           MOVE "UNCATALOGED NAMES CHECKED   =" TO VT-LABEL
           MOVE WS-CANDIDATE-COUNT TO VT-VALUE
           PERFORM 510-WRITE-TOTAL-LINE
           MOVE "UNCATALOGED FILES FOUND     =" TO VT-LABEL
           MOVE WS-UNCATALOGED-COUNT TO VT-VALUE
           PERFORM 510-WRITE-TOTAL-LINE
           IF WS-DROPPED-COUNT > 0 OR WS-UC-DROPPED-COUNT > 0
               MOVE "LEFT OUT - TABLE FULL       =" TO VT-LABEL
               COMPUTE VT-VALUE =
                   WS-DROPPED-COUNT + WS-UC-DROPPED-COUNT
               PERFORM 510-WRITE-TOTAL-LINE
           END-IF.

       510-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO CATV-REPORT-RECORD
           WRITE CATV-REPORT-RECORD.

       END PROGRAM FERMCATV.
