      * DESCRIPCIÓN: Layout del registro de estado de paso que cada   *
      *              programa de la cadena nocturna (FERMAT,          *
      *              FERMRCNC, FERMAUDT, FERMMRGE, FERMVRFY,          *
      *              FERMCOMP, FERMFMNT, FERMRPRT, FERMXTRT,          *
      *              FERMPGEN y el driver FERMCHAN) agrega al         *
      *              archivo comun FRUNSTAT al arrancar (fase START)  *
      *              y al terminar (fase END, con registros           *
      *              procesados y RETURN-CODE final).                 *
      *              Un paso con START y sin END quedo a medio        *
      *              camino: eso es exactamente lo que FERMSINQ.CBL   *
      *              reporta a la manana siguiente sin revolver       *
      *              SYSOUT. ST-N y ST-PARTITION identifican lo que   *
      *              el paso estaba trabajando cuando se conocen      *
      *              (cero cuando no aplica); ST-INPUT es el archivo  *
      *              o control que lo dirigia. ST-PROJECT-CODE es el  *
      *              proyecto de la entrada de parm que FERMAT estaba *
      *              corriendo; los pasos que no trabajan para un     *
      *              proyecto en particular lo dejan en blanco.       *
      *==============================================================*
       01  FERMAT-STEP-RECORD.
           05  ST-PROGRAM          PIC X(08).
           05  ST-INPUT            PIC X(20).
           05  ST-RECORDS          PIC 9(09).
           05  ST-RETURN-CODE      PIC 9(02).
           05  ST-PROJECT-CODE     PIC X(08).
