      *===============================================================*
      * COPYBOOK: FERMQSTR.CPY                                        *
      * DESCRIPCIÓN: Layout de la transaccion de firma de cuarentena  *
      *              que FERMQSGN.CBL lee de QSGNTRN. QT-ACTION "R"   *
      *              libera el incidente (RELEASED: el hallazgo       *
      *              vuelve a poder cargarse en FERMMAST y extraerse) *
      *              y "J" lo rechaza (REJECTED: queda fuera para     *
      *              siempre). QT-KEY es la clave N/TOTAL/X/Y del     *
      *              incidente en FQUARAN (FERMQUAR.CPY). QT-USER-ID  *
      *              identifica al analista que firma y QT-REASON el  *
      *              motivo; los dos son obligatorios y quedan en el  *
      *              incidente.                                       *
      *==============================================================*
       01  FERMAT-QSGN-TRAN.
           05  QT-ACTION           PIC X(01).
               88  QT-RELEASE          VALUE "R".
               88  QT-REJECT           VALUE "J".
           05  QT-USER-ID          PIC X(08).
           05  QT-KEY.
               10  QT-N            PIC 9(09).
               10  QT-TOTAL        PIC 9(09).
               10  QT-X            PIC 9(09).
               10  QT-Y            PIC 9(09).
           05  QT-REASON           PIC X(60).
