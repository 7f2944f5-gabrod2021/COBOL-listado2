      ******************************************************************
      * Copybook:   RECHREC
      * Author:     Gabriela Cristina Rodriguez
      * Purpose:    Registro del archivo de rechazos de la conversion
      *             de postulaciones del portal web (RECHPORTAL,
      *             fechado por lote): una fila de la exportacion que
      *             PRGPORTL no pudo llevar al layout de CANDIDATOS,
      *             con su numero de fila, el ID y el nombre tal como
      *             vinieron, el motivo del rechazo y la fila original,
      *             para devolversela al postulante. Se incluye a
      *             nivel 05 bajo el 01 que defina cada
      *             programa/archivo que lo use.
      * Modification History:
      *   2026-10-14  GCR  Version inicial.
      ******************************************************************
          05 RCH-FECHA-LOTE               PIC 9(08) VALUE ZERO.
          05 RCH-ORIGEN                   PIC X(20) VALUE SPACE.
          05 RCH-NUMERO-FILA              PIC 9(06) VALUE ZERO.
          05 RCH-CANDIDATO-ID             PIC X(30) VALUE SPACE.
          05 RCH-NOM-CANDIDATO            PIC X(99) VALUE SPACE.
          05 RCH-MOTIVO                   PIC X(60) VALUE SPACE.
          05 RCH-FILA-ORIGINAL            PIC X(300) VALUE SPACE.
