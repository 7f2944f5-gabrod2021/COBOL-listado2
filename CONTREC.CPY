      ******************************************************************
      * Copybook:   CONTREC
      * Author:     Gabriela Cristina Rodriguez
      * Purpose:    Registro de conteos (CONTEOS) que deja cada paso
      *             del ciclo diario al terminar una corrida por
      *             tarjeta de control: hasta cuatro contadores con su
      *             rotulo, que PRGCICLO copia a la bitacora JOBLOG.
      *             Se incluye a nivel 05 bajo el 01 que defina cada
      *             programa/archivo que lo use.
      * Modification History:
      *   2026-10-11  GCR  Version inicial.
      ******************************************************************
          05 CONT-PROGRAMA                PIC X(08) VALUE SPACE.
          05 CONT-CONTEO OCCURS 4.
             07 CONT-ROTULO               PIC X(12) VALUE SPACE.
             07 CONT-CANTIDAD             PIC 9(06) VALUE ZERO.
