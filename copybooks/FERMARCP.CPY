      *              removibles solo si la corrida figura combinada   *
      *              y verificada. Cero en un campo desactiva esa     *
      *              clase (no se archiva / no se lista nada).        *
      *              AC-LIST-SOURCE en "C" toma los archivos de       *
      *              resultados, re-busqueda y casi-hallazgos         *
      *              (FRSLT/FRCHK/FNMIS) del catalogo FRUNCAT         *
      *              (FERMCATL.CPY) en lugar de deducirlos del        *
      *              historial: se listan solo los que de verdad se   *
      *              produjeron, con su conteo y total hash, aun      *
      *              cuando su corrida ya salio de FERMHIST. Logs y   *
      *              checkpoints no se catalogan y siguen saliendo    *
      *              del historial. En blanco, todo sale del          *
      *              historial como siempre.                          *
      *==============================================================*
       01  FERMAT-ARCH-CTL.
           05  AC-HIST-DAYS        PIC 9(05).
           05  AC-RUNFILE-DAYS     PIC 9(05).
           05  AC-LIST-SOURCE      PIC X(01).
               88  AC-LIST-FROM-CATALOG VALUE "C".
