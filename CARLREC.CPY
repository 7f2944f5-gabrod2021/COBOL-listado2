      ******************************************************************
      * Copybook:   CARLREC
      * Author:     Gabriela Cristina Rodriguez
      * Purpose:    Registro del archivo permanente CARTASLOG: una
      *             entrada por carta emitida por PRGCARTA, con la
      *             jornada y el origen del lote notificado, el
      *             resultado que comunico y si fue una carta
      *             corregida, para que una nueva corrida sobre el
      *             mismo lote no repita una carta ya enviada ni mande
      *             una segunda que la contradiga. Se incluye a nivel
      *             05 bajo el 01 que defina cada programa/archivo que
      *             lo use.
      * Modification History:
      *   2026-10-06  GCR  Version inicial.
      ******************************************************************
          05 CARL-CANDIDATO-ID            PIC X(10) VALUE SPACE.
          05 CARL-FECHA-JORNADA           PIC 9(08) VALUE ZERO.
          05 CARL-LOTE-ORIGEN             PIC X(20) VALUE SPACE.
          05 CARL-ESTADO                  PIC X(12) VALUE SPACE.
          05 CARL-CORREGIDA               PIC X(01) VALUE SPACE.
          05 CARL-FECHA-EMISION           PIC 9(08) VALUE ZERO.
