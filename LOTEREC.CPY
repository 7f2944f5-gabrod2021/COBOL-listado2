      ******************************************************************
      * Copybook:   LOTEREC
      * Author:     Gabriela Cristina Rodriguez
      * Purpose:    Registro del libro de lotes (archivo LOTES): un
      *             renglon por cada conciliacion de lote que hace
      *             0500-VALIDAR-LOTE de PRGCVEM2 en modo batch, con
      *             la fecha y hora de la corrida, el origen del lote,
      *             la fecha de cabecera, la cantidad de detalles
      *             leidos, el resultado 'A' (aceptado) o 'R'
      *             (rechazado por la conciliacion CAB/PIE), si fue un
      *             reinicio y el evaluador. Un lote rechazado no
      *             deja bitacora ni extracto, asi que este es el
      *             unico rastro que toma PRGEMBUD para contar los
      *             lotes rechazados por feria. Se incluye a nivel 05
      *             bajo el 01 que defina cada programa/archivo que
      *             lo use.
      * Modification History:
      *   2026-10-13  GCR  Version inicial.
      ******************************************************************
          05 LOTE-FECHA-CORRIDA           PIC 9(08) VALUE ZERO.
          05 LOTE-HORA-CORRIDA            PIC 9(06) VALUE ZERO.
          05 LOTE-ORIGEN                  PIC X(20) VALUE SPACE.
          05 LOTE-FECHA-CABECERA          PIC 9(08) VALUE ZERO.
          05 LOTE-CANT-LEIDOS             PIC 9(06) VALUE ZERO.
          05 LOTE-RESULTADO               PIC X(01) VALUE SPACE.
          05 LOTE-REINICIO                PIC X(01) VALUE 'N'.
          05 LOTE-EVALUADOR-ID            PIC X(10) VALUE SPACE.
