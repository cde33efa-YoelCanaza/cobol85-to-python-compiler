      *              En los registros de parm anteriores a estos      *
      *              campos FP-NX/NY/NZ vienen en blanco y no se      *
      *              usan.                                            *
      *              "Z" es la busqueda dirigida por Z: en lugar de   *
      *              barrer TOTAL, recorre Z de FP-START-Z a          *
      *              FP-END-Z y para cada Z busca los X e Y menores   *
      *              que Z con X a la N mas Y a la N igual a Z a la   *
      *              N (FP-N es el exponente). Los rangos de TOTAL    *
      *              no se usan en este modo; FP-END-Z en cero deja   *
      *              el barrido limitado solo por FP-MAX-MINUTES,     *
      *              igual que FP-END-TOTAL. Los hallazgos van a      *
      *              FZSLTnnn[Pp] con el layout de FERMREC.CPY y      *
      *              FR-TOTAL = X + Y + Z, para que FERMVRFY los      *
      *              verifique como a cualquier otro, con checkpoint  *
      *              y log propios FZCKP/FZLOG. En los registros de   *
      *              parm anteriores a estos campos FP-START-Z y      *
      *              FP-END-Z vienen en blanco y no se usan.          *
      *              FP-PROJECT-CODE es el codigo del proyecto o      *
      *              solicitante que pidio la corrida; FERMAT.CBL lo  *
      *              pasa a RUN-HISTORY y a FRUNSTAT para que         *
      *              FERMCHRG.CBL cobre el tiempo de maquina a quien  *
      *              corresponde. Blanco (registros de parm           *
      *              anteriores al campo) se cobra como sin asignar.  *
      *              El PARMFILE de la noche lo genera FERMPGEN.CBL   *
      *              con las entradas activas del maestro indexado    *
      *              FERMPMST (FERMPMST.CPY), que se mantiene con     *
      *              FERMPMNT.CBL en vez de editar el archivo a mano. *
      *==============================================================*
       01  FERMAT-PARM-RECORD.
           05  FP-N                PIC 9(09).
               88  FP-MODE-SWEEP       VALUE " " "S".
               88  FP-MODE-RECHECK     VALUE "R".
               88  FP-MODE-MIXED       VALUE "M".
               88  FP-MODE-ZSEARCH     VALUE "Z".
           05  FP-NX               PIC 9(09).
           05  FP-NY               PIC 9(09).
           05  FP-NZ               PIC 9(09).
           05  FP-START-Z          PIC 9(09).
           05  FP-END-Z            PIC 9(09).
           05  FP-PROJECT-CODE     PIC X(08).
