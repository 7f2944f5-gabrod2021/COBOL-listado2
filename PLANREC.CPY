      ******************************************************************
      * Copybook:   PLANREC
      * Author:     Gabriela Cristina Rodriguez
      * Purpose:    Registro del plan diario del ciclo (PLANCICLO) que
      *             ejecuta PRGCICLO: un paso por renglon, en el orden
      *             de PLAN-SECUENCIA, con el programa a correr y las
      *             opciones que antes se tipeaban en la consola. Cada
      *             programa usa solo los campos que le corresponden:
      *               PRGCVEM2  origen, archivo de candidatos,
      *                         evaluador y perfil
      *               PRGCORR   origen, usuario de mesa (en
      *                         PLAN-EVALUADOR-ID) y perfil de respaldo
      *               PRGASIGN  origen y jornada del lote en
      *                         PLAN-FECHA-DESDE (en blanco, la pone
      *                         el ciclo)
      *               PRGRECON  origen y jornada del lote en
      *                         PLAN-FECHA-DESDE (en blanco, la pone
      *                         el ciclo)
      *               PRGCALIB  rango PLAN-FECHA-DESDE/HASTA
      *               PRGPURGA  fecha de corte (PLAN-FECHA-DESDE) y
      *                         confirmacion PLAN-CONFIRMA = 'S'
      *             Se incluye a nivel 05 bajo el 01 que defina cada
      *             programa/archivo que lo use.
      * Modification History:
      *   2026-10-11  GCR  Version inicial.
      *   2026-10-15  GCR  PRGASIGN y PRGRECON toman la jornada de
      *                     PLAN-FECHA-DESDE, para conciliar y asignar
      *                     un lote evaluado en un ciclo anterior.
      ******************************************************************
          05 PLAN-FECHA-CICLO             PIC X(08) VALUE SPACE.
          05 PLAN-SECUENCIA               PIC X(03) VALUE SPACE.
          05 PLAN-PROGRAMA                PIC X(08) VALUE SPACE.
          05 PLAN-LOTE-ORIGEN             PIC X(20) VALUE SPACE.
          05 PLAN-CANDIDATOS-ARCHIVO      PIC X(44) VALUE SPACE.
          05 PLAN-EVALUADOR-ID            PIC X(10) VALUE SPACE.
          05 PLAN-PERFIL                  PIC X(10) VALUE SPACE.
          05 PLAN-FECHA-DESDE             PIC X(08) VALUE SPACE.
          05 PLAN-FECHA-HASTA             PIC X(08) VALUE SPACE.
          05 PLAN-CONFIRMA                PIC X(01) VALUE SPACE.
