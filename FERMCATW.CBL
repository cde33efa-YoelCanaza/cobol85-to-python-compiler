      *===============================================================*
      * PROGRAMA: FERMCATW.CBL                                       *
      * DESCRIPCIÓN: Subprograma de catalogo de archivos de corrida   *
      *              compartido. Relee de punta a punta un archivo    *
      *              ya cerrado, cuenta sus registros fisicos y suma  *
      *              el total hash de los campos clave de sus         *
      *              detalles (ver FERMCATP.CPY); con la funcion "W"  *
      *              agrega ademas la entrada al catalogo FRUNCAT     *
      *              (FERMCATL.CPY). Lo llaman los programas que      *
      *              producen archivos de la cadena al cerrar cada    *
      *              salida, y FERMCATV.CBL para recalcular y         *
      *              comparar. Tener el calculo en un solo lugar      *
      *              garantiza que el productor y la verificacion     *
      *              cuenten exactamente lo mismo.                    *
      * AUTOR: ANONIMO                                               *
      *==============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERMCATW.
       AUTHOR. ANONIMO.

      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JCM  Version inicial: conteo y total hash de    *
      *                  un archivo de corrida cerrado y alta en    *
      *                  el catalogo FRUNCAT.                       *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-FILE ASSIGN TO DYNAMIC WS-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

           SELECT RUN-CATALOG ASSIGN TO "FRUNCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * Vistas del registro leido: los archivos de la familia      *
      * FERMREC (resultados, casi-hallazgos, verificacion,         *
      * re-encolado) con N/TOTAL/X/Y al principio, el registro     *
      * mixto de FERMRECX.CPY y el detalle delimitado del          *
      * intercambio de FERMXTRT.CBL.                               *
      *-----------------------------------------------------------*
       FD  RUN-FILE
           RECORDING MODE IS F.
       01  DR-DATA-RECORD.
           05  DR-N                PIC X(09).
           05  DR-TOTAL            PIC X(09).
           05  DR-X                PIC X(09).
           05  DR-Y                PIC X(09).
           05  FILLER              PIC X(164).
       01  DR-MIXED-RECORD.
           05  DR-MX-MARKER        PIC X(09).
               88  DR-MX-MIXED         VALUE "*MIXED*  ".
           05  DR-MX-TOTAL         PIC X(09).
           05  DR-MX-X             PIC X(09).
           05  DR-MX-Y             PIC X(09).
           05  FILLER              PIC X(164).
       01  DR-XCHG-RECORD.
           05  DR-XC-TAG           PIC X(04).
               88  DR-XC-DETAIL        VALUE "DTL;".
           05  DR-XC-N             PIC X(09).
           05  FILLER              PIC X(01).
           05  DR-XC-TOTAL         PIC X(09).
           05  FILLER              PIC X(01).
           05  DR-XC-X             PIC X(09).
           05  FILLER              PIC X(01).
           05  DR-XC-Y             PIC X(09).
           05  FILLER              PIC X(157).

       FD  RUN-CATALOG
           RECORDING MODE IS F.
           COPY FERMCATL.

       WORKING-STORAGE SECTION.
       01  WS-DATA-STATUS      PIC X(02).
           88  DATA-FOUND-OK       VALUE "00".
       01  WS-CAT-STATUS       PIC X(02).
           88  CAT-FOUND-OK        VALUE "00".
       01  WS-DATA-NAME        PIC X(20).
       01  WS-DATA-EOF-SW      PIC X(01) VALUE "N".
           88  DATA-EOF            VALUE "Y".
       01  WS-CAT-DATE         PIC 9(08).
       01  WS-CAT-TIME         PIC 9(08).

      *-----------------------------------------------------------*
      * Campos clave del detalle leido, cualquiera sea su vista.   *
      * Un campo que la vista no trae queda en blanco y no suma.   *
      *-----------------------------------------------------------*
       01  WS-HASH-KEY.
           05  WS-HK-N             PIC X(09).
           05  WS-HK-N-NUM REDEFINES WS-HK-N
                                   PIC 9(09).
           05  WS-HK-TOTAL         PIC X(09).
           05  WS-HK-TOTAL-NUM REDEFINES WS-HK-TOTAL
                                   PIC 9(09).
           05  WS-HK-X             PIC X(09).
           05  WS-HK-X-NUM REDEFINES WS-HK-X
                                   PIC 9(09).
           05  WS-HK-Y             PIC X(09).
           05  WS-HK-Y-NUM REDEFINES WS-HK-Y
                                   PIC 9(09).
       01  WS-HASH-TOTAL       PIC 9(18) COMP.
       01  WS-RECORD-COUNT     PIC 9(09) COMP.

       LINKAGE SECTION.
           COPY FERMCATP.

       PROCEDURE DIVISION USING FERMAT-CAT-PARM.
       MAIN-PROCEDURE.
           MOVE 0   TO WS-HASH-TOTAL
           MOVE 0   TO WS-RECORD-COUNT
           MOVE "N" TO KP-CATALOG-SW
           MOVE "N" TO WS-DATA-EOF-SW
           MOVE KP-DATASET TO WS-DATA-NAME
           OPEN INPUT RUN-FILE
           MOVE WS-DATA-STATUS TO KP-FILE-STATUS
           IF DATA-FOUND-OK
               PERFORM UNTIL DATA-EOF
                   READ RUN-FILE
                       AT END
                           MOVE "Y" TO WS-DATA-EOF-SW
                       NOT AT END
                           PERFORM 100-ADD-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-FILE
           END-IF
           MOVE WS-RECORD-COUNT TO KP-RECORDS
           MOVE WS-HASH-TOTAL   TO KP-HASH-TOTAL
           IF KP-FN-CATALOG
               IF DATA-FOUND-OK
                   PERFORM 200-WRITE-CATALOG-ENTRY
               ELSE
                   MOVE "Y" TO KP-CATALOG-SW
               END-IF
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      * 100-ADD-ONE-RECORD                                        *
      * Cuenta el registro leido y, si es un detalle, lleva sus   *
      * campos clave a WS-HASH-KEY segun la vista que corresponda.*
      * Cabeceras y trailers (marca *TRAILER*, HDR; y TRL; del    *
      * intercambio) cuentan como registros pero no suman al hash.*
      *-----------------------------------------------------------*
       100-ADD-ONE-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           MOVE SPACES TO WS-HASH-KEY
           EVALUATE TRUE
               WHEN DR-N NUMERIC
                   MOVE DR-N     TO WS-HK-N
                   MOVE DR-TOTAL TO WS-HK-TOTAL
                   MOVE DR-X     TO WS-HK-X
                   MOVE DR-Y     TO WS-HK-Y
                   PERFORM 110-ADD-KEY-FIELDS
               WHEN DR-MX-MIXED
                   MOVE DR-MX-TOTAL TO WS-HK-TOTAL
                   MOVE DR-MX-X     TO WS-HK-X
                   MOVE DR-MX-Y     TO WS-HK-Y
                   PERFORM 110-ADD-KEY-FIELDS
               WHEN DR-XC-DETAIL
                   MOVE DR-XC-N     TO WS-HK-N
                   MOVE DR-XC-TOTAL TO WS-HK-TOTAL
                   MOVE DR-XC-X     TO WS-HK-X
                   MOVE DR-XC-Y     TO WS-HK-Y
                   PERFORM 110-ADD-KEY-FIELDS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 110-ADD-KEY-FIELDS                                        *
      * Suma al hash los campos clave numericos; los que quedaron *
      * en blanco o no son numericos (X e Y del re-encolado, que  *
      * solo trae N y TOTAL) se saltean.                          *
      *-----------------------------------------------------------*
       110-ADD-KEY-FIELDS.
           IF WS-HK-N NUMERIC
               ADD WS-HK-N-NUM TO WS-HASH-TOTAL
           END-IF
           IF WS-HK-TOTAL NUMERIC
               ADD WS-HK-TOTAL-NUM TO WS-HASH-TOTAL
           END-IF
           IF WS-HK-X NUMERIC
               ADD WS-HK-X-NUM TO WS-HASH-TOTAL
           END-IF
           IF WS-HK-Y NUMERIC
               ADD WS-HK-Y-NUM TO WS-HASH-TOTAL
           END-IF.

      *-----------------------------------------------------------*
      * 200-WRITE-CATALOG-ENTRY                                   *
      * Agrega la entrada al catalogo FRUNCAT con la misma        *
      * politica que el archivo de estado FRUNSTAT: EXTEND y, si  *
      * el catalogo todavia no existe, OUTPUT. Un problema con el *
      * catalogo avisa y se devuelve en KP-CATALOG-SW; no tira    *
      * abajo al paso que llamo.                                  *
      *-----------------------------------------------------------*
       200-WRITE-CATALOG-ENTRY.
           OPEN EXTEND RUN-CATALOG
           IF NOT CAT-FOUND-OK
               OPEN OUTPUT RUN-CATALOG
           END-IF
           IF NOT CAT-FOUND-OK
               DISPLAY "UNABLE TO OPEN RUN-CATALOG - FRUNCAT"
                   " STATUS=" WS-CAT-STATUS
               MOVE "Y" TO KP-CATALOG-SW
           ELSE
               ACCEPT WS-CAT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CAT-TIME FROM TIME
               MOVE KP-DATASET        TO CT-DATASET
               MOVE KP-PROGRAM        TO CT-PROGRAM
               MOVE WS-CAT-DATE       TO CT-DATE
               MOVE WS-CAT-TIME (1:6) TO CT-TIME
               MOVE KP-N              TO CT-N
               MOVE KP-PARTITION      TO CT-PARTITION
               MOVE KP-RECORDS        TO CT-RECORDS
               MOVE KP-HASH-TOTAL     TO CT-HASH-TOTAL
               WRITE FERMAT-CATALOG-RECORD
               CLOSE RUN-CATALOG
           END-IF.

       END PROGRAM FERMCATW.
