      ******************************************************************
      * Author:Gabriela Cristina Rodriguez
      * Date:
      * Purpose: Reporte de embudo de reclutamiento por feria de
      *          origen (CAB-ORIGEN / AUD-LOTE-ORIGEN) para un rango
      *          de fechas: por cada origen, candidatos recibidos,
      *          lotes rechazados por la conciliacion CAB/PIE (libro
      *          LOTES), evaluaciones con respuestas registradas como
      *          excepcion y las corregidas despues por la mesa
      *          (PRGCORR), apartados EN-CARENCIA, posibles
      *          reincidentes mandados a REVISION, decisiones
      *          APROBADO / LISTA-ESPERA / REPROBADO, deltas
      *          ASIGNADO / PROMOVIDO / DECLINADO de PRGASIGN y
      *          registros acusados por el ATS en el ACUSEATS que
      *          concilia PRGRECON. Debajo de cada origen, el
      *          porcentaje de conversion entre etapas, y al final el
      *          total general, para comparar las ferias lado a
      *          lado. Solo lectura salvo el reporte EMBUDO.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-13  GCR  Version inicial.
      *   2026-10-15  GCR  Un lote rechazado se cuenta una sola vez
      *                     aunque el libro LOTES tenga un renglon por
      *                     cada intento (reinicios y recorridas).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGEMBUD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT EXCEPCIONES ASSIGN TO "EXCEPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCIONES.

           SELECT LOTES ASSIGN TO "LOTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOTES.

           SELECT REVISION ASSIGN TO "REVISION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVISION.

           SELECT EXTRACTO-ATS ASSIGN TO "EXTRACTOATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRACTO.

           SELECT ACUSE-ATS ASSIGN TO "ACUSEATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACUSE.

           SELECT EMBUDO ASSIGN TO "EMBUDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMBUDO.

       DATA DIVISION.
       FILE SECTION.
      * Bitacora de auditoria de cada evaluacion
       FD AUDITORIA.
       01 AUD-REGISTRO.
           COPY AUDTREC.

      * Respuestas invalidas registradas antes de puntuar
       FD EXCEPCIONES.
       01 EXC-REGISTRO.
           COPY EXCPREC.

      * Libro de lotes conciliados por PRGCVEM2
       FD LOTES.
       01 LOTE-REGISTRO.
           COPY LOTEREC.

      * Posibles reincidentes del lote; se reabre por fecha + origen
       FD REVISION.
       01 REV-REGISTRO.
           COPY REVIREC.

      * Extracto ATS fechado de cada lote, con los deltas de la
      * corrida de asignacion; se reabre por cada fecha + origen.
       FD EXTRACTO-ATS.
       01 ATS-REGISTRO.
           COPY ATSREC.

      * Acuse del ATS de cada lote; se reabre por fecha + origen
       FD ACUSE-ATS.
       01 ACU-REGISTRO.
           COPY ACUSEREC.

      * Reporte de embudo por origen
       FD EMBUDO.
       01 EMB-LINEA                       PIC X(94).

       WORKING-STORAGE SECTION.
      * Rango de fechas de la consulta; en blanco se abre a
      * 00000000-99999999, igual que en PRGCALIB.
       01 WS-FILTROS.
          02 WS-FIL-FECHA-DESDE           PIC X(08) VALUE SPACE.
          02 WS-FIL-FECHA-HASTA           PIC X(08) VALUE SPACE.

      * Un renglon por evaluacion del rango (clave candidato + fecha
      * de evaluacion, la misma del HISTORIAL), con las marcas que se
      * levantan de EXCEPCIONES, de las correcciones de mesa y de
      * los archivos fechados del lote.
       01 WS-TABLA-EVALUACIONES.
          02 WS-EVL-MAXIMO                PIC 9(04) COMP VALUE 5000.
          02 WS-EVL-CARGADOS              PIC 9(04) COMP VALUE ZERO.
          02 WS-EVL-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-EVL-BUSQ-IDX              PIC 9(04) COMP VALUE ZERO.
          02 WS-EVL-ENTRADA OCCURS 5000.
             03 WS-EVL-CANDIDATO-ID       PIC X(10).
             03 WS-EVL-FECHA              PIC 9(08).
             03 WS-EVL-ORIGEN             PIC X(20).
             03 WS-EVL-ESTADO-ORIGINAL    PIC X(12).
             03 WS-EVL-ESTADO-FINAL       PIC X(12).
             03 WS-EVL-EXCEPCION          PIC X(01).
             03 WS-EVL-CORREGIDA          PIC X(01).
             03 WS-EVL-REVISION           PIC X(01).
             03 WS-EVL-ASIGNACION         PIC X(12).
             03 WS-EVL-ACUSADA            PIC X(01).
             03 WS-EVL-LOTE-LEIDO         PIC X(01).

      * Acumulados por origen; el origen en blanco (evaluaciones
      * interactivas y lotes anteriores al origen de cabecera) se
      * imprime como '(SIN ORIGEN)'.
       01 WS-TABLA-ORIGENES.
          02 WS-ORG-MAXIMO                PIC 9(04) COMP VALUE 100.
          02 WS-ORG-CARGADOS              PIC 9(04) COMP VALUE ZERO.
          02 WS-ORG-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-ORG-BUSQ-IDX              PIC 9(04) COMP VALUE ZERO.
          02 WS-ORG-BUSCADO               PIC X(20) VALUE SPACE.
      * Lotes rechazados ya contados (origen + fecha de cabecera):
      * cada reintento sobre el mismo lote deja otro renglon en
      * LOTES.
       01 WS-TABLA-RECHAZADOS.
          02 WS-REC-MAXIMO                PIC 9(04) COMP VALUE 1000.
          02 WS-REC-CARGADOS              PIC 9(04) COMP VALUE ZERO.
          02 WS-REC-BUSQ-IDX              PIC 9(04) COMP VALUE ZERO.
          02 WS-REC-HALLADO-SW            PIC X(01) VALUE 'N'.
          02 WS-REC-ENTRADA OCCURS 1000.
             03 WS-REC-ORIGEN             PIC X(20).
             03 WS-REC-FECHA-CABECERA     PIC 9(08).

       01 WS-ACUMULADOS-ORIGEN.
          02 WS-ORG-ENTRADA OCCURS 100.
             03 WS-ORG-ORIGEN             PIC X(20).
             03 WS-ORG-CONTADORES.
                04 WS-ORG-RECIBIDOS       PIC 9(05).
                04 WS-ORG-LOTES-RECH      PIC 9(05).
                04 WS-ORG-EXCEPCIONES     PIC 9(05).
                04 WS-ORG-CORREGIDAS      PIC 9(05).
                04 WS-ORG-CARENCIA        PIC 9(05).
                04 WS-ORG-REVISION        PIC 9(05).
                04 WS-ORG-APROBADOS       PIC 9(05).
                04 WS-ORG-ESPERA          PIC 9(05).
                04 WS-ORG-REPROBADOS      PIC 9(05).
                04 WS-ORG-ASIGNADOS       PIC 9(05).
                04 WS-ORG-PROMOVIDOS      PIC 9(05).
                04 WS-ORG-DECLINADOS      PIC 9(05).
                04 WS-ORG-ACUSADOS        PIC 9(05).

      * Renglon en curso (un origen o el total general), con el
      * mismo orden de contadores que la tabla de origenes
       01 WS-RENGLON.
          02 WS-REN-RECIBIDOS             PIC 9(05) VALUE ZERO.
          02 WS-REN-LOTES-RECH            PIC 9(05) VALUE ZERO.
          02 WS-REN-EXCEPCIONES           PIC 9(05) VALUE ZERO.
          02 WS-REN-CORREGIDAS            PIC 9(05) VALUE ZERO.
          02 WS-REN-CARENCIA              PIC 9(05) VALUE ZERO.
          02 WS-REN-REVISION              PIC 9(05) VALUE ZERO.
          02 WS-REN-APROBADOS             PIC 9(05) VALUE ZERO.
          02 WS-REN-ESPERA                PIC 9(05) VALUE ZERO.
          02 WS-REN-REPROBADOS            PIC 9(05) VALUE ZERO.
          02 WS-REN-ASIGNADOS             PIC 9(05) VALUE ZERO.
          02 WS-REN-PROMOVIDOS            PIC 9(05) VALUE ZERO.
          02 WS-REN-DECLINADOS            PIC 9(05) VALUE ZERO.
          02 WS-REN-ACUSADOS              PIC 9(05) VALUE ZERO.

       01 WS-TOTALES.
          02 WS-TOT-RECIBIDOS             PIC 9(05) VALUE ZERO.
          02 WS-TOT-LOTES-RECH            PIC 9(05) VALUE ZERO.
          02 WS-TOT-EXCEPCIONES           PIC 9(05) VALUE ZERO.
          02 WS-TOT-CORREGIDAS            PIC 9(05) VALUE ZERO.
          02 WS-TOT-CARENCIA              PIC 9(05) VALUE ZERO.
          02 WS-TOT-REVISION              PIC 9(05) VALUE ZERO.
          02 WS-TOT-APROBADOS             PIC 9(05) VALUE ZERO.
          02 WS-TOT-ESPERA                PIC 9(05) VALUE ZERO.
          02 WS-TOT-REPROBADOS            PIC 9(05) VALUE ZERO.
          02 WS-TOT-ASIGNADOS             PIC 9(05) VALUE ZERO.
          02 WS-TOT-PROMOVIDOS            PIC 9(05) VALUE ZERO.
          02 WS-TOT-DECLINADOS            PIC 9(05) VALUE ZERO.
          02 WS-TOT-ACUSADOS              PIC 9(05) VALUE ZERO.

       01 WS-TITULOS-COLUMNAS.
          02 FILLER PIC X(16) VALUE 'Origen'.
          02 FILLER PIC X(06) VALUE ' Recib'.
          02 FILLER PIC X(06) VALUE '  LotR'.
          02 FILLER PIC X(06) VALUE ' Excep'.
          02 FILLER PIC X(06) VALUE '  Corr'.
          02 FILLER PIC X(06) VALUE ' Caren'.
          02 FILLER PIC X(06) VALUE ' Revis'.
          02 FILLER PIC X(06) VALUE ' Aprob'.
          02 FILLER PIC X(06) VALUE ' Esper'.
          02 FILLER PIC X(06) VALUE ' Repro'.
          02 FILLER PIC X(06) VALUE ' Asign'.
          02 FILLER PIC X(06) VALUE ' Promo'.
          02 FILLER PIC X(06) VALUE ' Decli'.
          02 FILLER PIC X(06) VALUE ' Acuse'.

      * Renglon de cantidades; el origen se imprime en sus primeros
      * 16 caracteres.
       01 WS-LINEA-CANTIDADES.
          02 WS-LCAN-ORIGEN               PIC X(16) VALUE SPACE.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LCAN-RECIBIDOS            PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LCAN-LOTES-RECH           PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LCAN-EXCEPCIONES          PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LCAN-CORREGIDAS           PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LCAN-CARENCIA             PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LCAN-REVISION             PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LCAN-APROBADOS            PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LCAN-ESPERA               PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LCAN-REPROBADOS           PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LCAN-ASIGNADOS            PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LCAN-PROMOVIDOS           PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LCAN-DECLINADOS           PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LCAN-ACUSADOS             PIC ZZZZ9.

      * Renglon de conversion, debajo de cada renglon de cantidades:
      * cada tasa va bajo la columna de la etapa a la que se llega.
       01 WS-LINEA-TASAS.
          02 FILLER                       PIC X(16)
                                          VALUE '  % conversion'.
          02 FILLER                       PIC X(06) VALUE SPACE.
          02 FILLER                       PIC X(06) VALUE SPACE.
          02 FILLER                       PIC X(02) VALUE SPACE.
          02 WS-LTAS-EXCEPCIONES          PIC X(04) VALUE SPACE.
          02 FILLER                       PIC X(02) VALUE SPACE.
          02 WS-LTAS-CORREGIDAS           PIC X(04) VALUE SPACE.
          02 FILLER                       PIC X(02) VALUE SPACE.
          02 WS-LTAS-CARENCIA             PIC X(04) VALUE SPACE.
          02 FILLER                       PIC X(02) VALUE SPACE.
          02 WS-LTAS-REVISION             PIC X(04) VALUE SPACE.
          02 FILLER                       PIC X(02) VALUE SPACE.
          02 WS-LTAS-APROBADOS            PIC X(04) VALUE SPACE.
          02 FILLER                       PIC X(02) VALUE SPACE.
          02 WS-LTAS-ESPERA               PIC X(04) VALUE SPACE.
          02 FILLER                       PIC X(02) VALUE SPACE.
          02 WS-LTAS-REPROBADOS           PIC X(04) VALUE SPACE.
          02 FILLER                       PIC X(02) VALUE SPACE.
          02 WS-LTAS-ASIGNADOS            PIC X(04) VALUE SPACE.
          02 FILLER                       PIC X(02) VALUE SPACE.
          02 WS-LTAS-PROMOVIDOS           PIC X(04) VALUE SPACE.
          02 FILLER                       PIC X(02) VALUE SPACE.
          02 WS-LTAS-DECLINADOS           PIC X(04) VALUE SPACE.
          02 FILLER                       PIC X(02) VALUE SPACE.
          02 WS-LTAS-ACUSADOS             PIC X(04) VALUE SPACE.

      * Tasa de una etapa sobre su base, entera y con '%'; con base
      * cero sale '   -', como en PRGRESUL.
       01 WS-TASAS.
          02 WS-TASA                      PIC 9(03) VALUE ZERO.
          02 WS-TASA-ED                   PIC ZZ9.
          02 WS-TASA-CANTIDAD             PIC 9(05) VALUE ZERO.
          02 WS-TASA-BASE                 PIC 9(05) VALUE ZERO.
          02 WS-TASA-TEXTO                PIC X(04) VALUE SPACE.

      * Nombres de los archivos fechados de cada lote (misma
      * convencion DD_* que PRGCVEM2, PRGASIGN y PRGRECON)
       01 WS-NOMBRES-ARCHIVO.
          02 WS-REVISION-ARCHIVO          PIC X(44) VALUE SPACE.
          02 WS-EXTRACTO-ARCHIVO          PIC X(44) VALUE SPACE.
          02 WS-ACUSE-ARCHIVO             PIC X(44) VALUE SPACE.
          02 WS-EXTRACTO-FECHA            PIC 9(08) VALUE ZERO.
          02 WS-EXTRACTO-ORIGEN           PIC X(20) VALUE SPACE.

      * Origen del lote saneado para el nombre del archivo, con el
      * mismo criterio que PRGCVEM2 al armar los nombres del lote.
       01 WS-ORIGEN-LOTE.
          02 WS-LOTE-ORIGEN               PIC X(20) VALUE SPACE.
          02 WS-ORIGEN-ARCHIVO            PIC X(20) VALUE SPACE.
          02 WS-ORIGEN-LARGO              PIC 9(02) COMP VALUE ZERO.
          02 WS-ORIGEN-MEDIDO-SW          PIC X(01) VALUE 'N'.

       01 WS-TEMPORALES.
          02 WS-FECHA-ASIENTO             PIC 9(08) VALUE ZERO.
          02 WS-CANDIDATO-BUSCADO         PIC X(10) VALUE SPACE.
          02 WS-FECHA-BUSCADA             PIC 9(08) VALUE ZERO.

       01 WS-SWITCHES.
          02 WS-FIN-BITACORA-SW           PIC X(01) VALUE 'N'.
          02 WS-FIN-EXCEPCIONES-SW        PIC X(01) VALUE 'N'.
          02 WS-FIN-LOTES-SW              PIC X(01) VALUE 'N'.
          02 WS-FIN-REVISION-SW           PIC X(01) VALUE 'N'.
          02 WS-FIN-EXTRACTO-SW           PIC X(01) VALUE 'N'.
          02 WS-FIN-ACUSE-SW              PIC X(01) VALUE 'N'.
          02 WS-EVL-HALLADO-SW            PIC X(01) VALUE 'N'.
          02 WS-ORG-HALLADO-SW            PIC X(01) VALUE 'N'.
          02 WS-EXCEPCIONES-DISPONIBLE-SW PIC X(01) VALUE 'N'.
          02 WS-LOTES-DISPONIBLE-SW       PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
          02 WS-CONTADOR-ASIENTOS         PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-EVALUACIONES     PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-CORRECCIONES     PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-LOTES            PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-SIN-EXTRACTO     PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-SIN-ACUSE        PIC 9(06) VALUE ZERO.
          02 WS-NUM-ED                    PIC ZZZZZ9.

       01 WS-FILE-STATUS.
          02 WS-FS-AUDITORIA              PIC X(02) VALUE '00'.
          02 WS-FS-EXCEPCIONES            PIC X(02) VALUE '00'.
          02 WS-FS-LOTES                  PIC X(02) VALUE '00'.
          02 WS-FS-REVISION               PIC X(02) VALUE '00'.
          02 WS-FS-EXTRACTO               PIC X(02) VALUE '00'.
          02 WS-FS-ACUSE                  PIC X(02) VALUE '00'.
          02 WS-FS-EMBUDO                 PIC X(02) VALUE '00'.

       01 WS-CONTROL-LINEA                PIC X(94) VALUE SPACE.
       01 WS-SEPARADOR-LINEA              PIC X(94) VALUE ALL '-'.

       PROCEDURE DIVISION.
       0000-PROCESO-PRINCIPAL.

           PERFORM 0100-INICIALIZAR
              THRU 0100-INICIALIZAR-EXIT

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1000-CARGAR-EVALUACIONES
                 THRU 1000-CARGAR-EVALUACIONES-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1500-MARCAR-EXCEPCIONES
                 THRU 1500-MARCAR-EXCEPCIONES-EXIT

              PERFORM 1700-LEER-ARCHIVOS-LOTE
                 THRU 1700-LEER-ARCHIVOS-LOTE-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 2000-ACUMULAR-ORIGENES
                 THRU 2000-ACUMULAR-ORIGENES-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 2500-CONTAR-LOTES-RECHAZADOS
                 THRU 2500-CONTAR-LOTES-RECHAZADOS-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 3000-IMPRIMIR-EMBUDO
                 THRU 3000-IMPRIMIR-EMBUDO-EXIT

              PERFORM 4000-IMPRIMIR-RESUMEN
                 THRU 4000-IMPRIMIR-RESUMEN-EXIT
           END-IF

           PERFORM 0900-FINALIZAR
              THRU 0900-FINALIZAR-EXIT

           PERFORM 0950-FIJAR-CODIGO-RETORNO
              THRU 0950-FIJAR-CODIGO-RETORNO-EXIT.

           STOP RUN.
       0000-PROCESO-PRINCIPAL-FIN.
           EXIT.

      * Rango de fechas de la consulta y apertura de archivos; los
      * archivos fechados de cada lote se abren despues, por lote.
       0100-INICIALIZAR.

           INITIALIZE WS-ACUMULADOS-ORIGEN

           DISPLAY "Fecha desde AAAAMMDD (vacio = sin limite): "
           ACCEPT WS-FIL-FECHA-DESDE
           IF WS-FIL-FECHA-DESDE = SPACES
              MOVE '00000000' TO WS-FIL-FECHA-DESDE
           END-IF

           DISPLAY "Fecha hasta AAAAMMDD (vacio = sin limite): "
           ACCEPT WS-FIL-FECHA-HASTA
           IF WS-FIL-FECHA-HASTA = SPACES
              MOVE '99999999' TO WS-FIL-FECHA-HASTA
           END-IF

           IF WS-FIL-FECHA-DESDE IS NOT NUMERIC OR
                 WS-FIL-FECHA-HASTA IS NOT NUMERIC
              DISPLAY "ERROR: las fechas deben ser AAAAMMDD "
                 "numericas"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           OPEN INPUT AUDITORIA
           IF WS-FS-AUDITORIA NOT = '00'
              DISPLAY "ERROR: no se pudo abrir AUDITORIA, status "
                 WS-FS-AUDITORIA
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           OPEN OUTPUT EMBUDO
           IF WS-FS-EMBUDO NOT = '00'
              DISPLAY "ERROR: no se pudo abrir EMBUDO, status "
                 WS-FS-EMBUDO
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

      *    Sin EXCEPCIONES o sin libro LOTES (corridas anteriores al
      *    libro) el reporte sale igual, con esas columnas en cero.
           OPEN INPUT EXCEPCIONES
           IF WS-FS-EXCEPCIONES = '00'
              MOVE 'S' TO WS-EXCEPCIONES-DISPONIBLE-SW
           ELSE
              DISPLAY "EXCEPCIONES no disponible, la columna de "
                 "excepciones sale en cero"
           END-IF

           OPEN INPUT LOTES
           IF WS-FS-LOTES = '00'
              MOVE 'S' TO WS-LOTES-DISPONIBLE-SW
           ELSE
              DISPLAY "Libro LOTES no disponible, la columna de "
                 "lotes rechazados sale en cero"
           END-IF

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Embudo de reclutamiento por origen del '
                     DELIMITED BY SIZE
                  WS-FIL-FECHA-DESDE DELIMITED BY SIZE
                  ' al ' DELIMITED BY SIZE
                  WS-FIL-FECHA-HASTA DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT
           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT.

       0100-INICIALIZAR-EXIT.
           EXIT.

       0160-SANEAR-ORIGEN.

           MOVE WS-LOTE-ORIGEN TO WS-ORIGEN-ARCHIVO
           MOVE 20  TO WS-ORIGEN-LARGO
           MOVE 'N' TO WS-ORIGEN-MEDIDO-SW
           PERFORM 0165-MEDIR-ORIGEN
              THRU 0165-MEDIR-ORIGEN-EXIT
              UNTIL WS-ORIGEN-LARGO = ZERO
                 OR WS-ORIGEN-MEDIDO-SW = 'S'

           IF WS-ORIGEN-LARGO > ZERO
              INSPECT WS-ORIGEN-ARCHIVO(1:WS-ORIGEN-LARGO)
                 REPLACING ALL SPACE BY '-'
           END-IF.

       0160-SANEAR-ORIGEN-EXIT.
           EXIT.

       0165-MEDIR-ORIGEN.

           IF WS-ORIGEN-ARCHIVO(WS-ORIGEN-LARGO:1) = SPACE
              SUBTRACT 1 FROM WS-ORIGEN-LARGO
           ELSE
              MOVE 'S' TO WS-ORIGEN-MEDIDO-SW
           END-IF.

       0165-MEDIR-ORIGEN-EXIT.
           EXIT.

      * Recorre la bitacora: cada asiento original del rango es una
      * evaluacion recibida, con el origen de su lote y su decision
      * (un reinicio que vuelve a asentar al candidato no la
      * duplica). Una correccion de mesa ('C') marca como corregida
      * la evaluacion de su fecha corregida y reemplaza la decision.
       1000-CARGAR-EVALUACIONES.

           PERFORM 1010-LEER-BITACORA
              THRU 1010-LEER-BITACORA-EXIT
              UNTIL WS-FIN-BITACORA-SW = 'S'
                 OR WS-ERROR-FATAL-SW = 'S'.

       1000-CARGAR-EVALUACIONES-EXIT.
           EXIT.

       1010-LEER-BITACORA.

           READ AUDITORIA
              AT END
                 MOVE 'S' TO WS-FIN-BITACORA-SW
                 GO TO 1010-LEER-BITACORA-EXIT
           END-READ

           ADD 1 TO WS-CONTADOR-ASIENTOS

           IF AUD-MARCA-CORRECCION = 'C'
              PERFORM 1030-APLICAR-CORRECCION
                 THRU 1030-APLICAR-CORRECCION-EXIT
              GO TO 1010-LEER-BITACORA-EXIT
           END-IF

           IF AUD-FECHA-HORA(1:8) < WS-FIL-FECHA-DESDE OR
                 AUD-FECHA-HORA(1:8) > WS-FIL-FECHA-HASTA
              GO TO 1010-LEER-BITACORA-EXIT
           END-IF

           MOVE AUD-FECHA-HORA(1:8) TO WS-FECHA-ASIENTO
           MOVE AUD-CANDIDATO-ID    TO WS-CANDIDATO-BUSCADO
           MOVE WS-FECHA-ASIENTO    TO WS-FECHA-BUSCADA
           PERFORM 1050-LOCALIZAR-EVALUACION
              THRU 1050-LOCALIZAR-EVALUACION-EXIT

           IF WS-EVL-HALLADO-SW = 'S'
              MOVE WS-EVL-BUSQ-IDX TO WS-EVL-IDX
           ELSE
              IF WS-EVL-CARGADOS NOT LESS WS-EVL-MAXIMO
                 DISPLAY "ERROR: el rango supera la tabla de "
                    "evaluaciones, acotar las fechas"
                 MOVE 'S' TO WS-ERROR-FATAL-SW
                 GO TO 1010-LEER-BITACORA-EXIT
              END-IF
              ADD 1 TO WS-EVL-CARGADOS
              ADD 1 TO WS-CONTADOR-EVALUACIONES
              MOVE WS-EVL-CARGADOS TO WS-EVL-IDX
              MOVE AUD-CANDIDATO-ID
                 TO WS-EVL-CANDIDATO-ID (WS-EVL-IDX)
              MOVE WS-FECHA-ASIENTO TO WS-EVL-FECHA (WS-EVL-IDX)
              MOVE 'N'    TO WS-EVL-EXCEPCION (WS-EVL-IDX)
              MOVE 'N'    TO WS-EVL-CORREGIDA (WS-EVL-IDX)
              MOVE 'N'    TO WS-EVL-REVISION (WS-EVL-IDX)
              MOVE SPACES TO WS-EVL-ASIGNACION (WS-EVL-IDX)
              MOVE 'N'    TO WS-EVL-ACUSADA (WS-EVL-IDX)
              MOVE 'N'    TO WS-EVL-LOTE-LEIDO (WS-EVL-IDX)
           END-IF

           MOVE AUD-LOTE-ORIGEN TO WS-EVL-ORIGEN (WS-EVL-IDX)
           MOVE AUD-ESTADO TO WS-EVL-ESTADO-ORIGINAL (WS-EVL-IDX)
           MOVE AUD-ESTADO TO WS-EVL-ESTADO-FINAL (WS-EVL-IDX).

       1010-LEER-BITACORA-EXIT.
           EXIT.

      * La correccion llega despues de su asiento original en la
      * bitacora; si la evaluacion corregida no esta en el rango,
      * la correccion no cuenta.
       1030-APLICAR-CORRECCION.

           IF AUD-FECHA-CORREGIDA IS NOT NUMERIC OR
                 AUD-FECHA-CORREGIDA = ZERO
              GO TO 1030-APLICAR-CORRECCION-EXIT
           END-IF

           MOVE AUD-CANDIDATO-ID    TO WS-CANDIDATO-BUSCADO
           MOVE AUD-FECHA-CORREGIDA TO WS-FECHA-BUSCADA
           PERFORM 1050-LOCALIZAR-EVALUACION
              THRU 1050-LOCALIZAR-EVALUACION-EXIT

           IF WS-EVL-HALLADO-SW = 'S'
              ADD 1 TO WS-CONTADOR-CORRECCIONES
              MOVE 'S' TO WS-EVL-CORREGIDA (WS-EVL-BUSQ-IDX)
              MOVE AUD-ESTADO
                 TO WS-EVL-ESTADO-FINAL (WS-EVL-BUSQ-IDX)
           END-IF.

       1030-APLICAR-CORRECCION-EXIT.
           EXIT.

      * Busca en la tabla el candidato + fecha de WS-CANDIDATO-
      * BUSCADO / WS-FECHA-BUSCADA; si lo halla queda en
      * WS-EVL-BUSQ-IDX.
       1050-LOCALIZAR-EVALUACION.

           MOVE 'N'  TO WS-EVL-HALLADO-SW
           MOVE ZERO TO WS-EVL-BUSQ-IDX
           PERFORM 1060-BUSCAR-EVALUACION
              THRU 1060-BUSCAR-EVALUACION-EXIT
              UNTIL WS-EVL-BUSQ-IDX NOT LESS WS-EVL-CARGADOS
                 OR WS-EVL-HALLADO-SW = 'S'.

       1050-LOCALIZAR-EVALUACION-EXIT.
           EXIT.

       1060-BUSCAR-EVALUACION.

           ADD 1 TO WS-EVL-BUSQ-IDX
           IF WS-EVL-CANDIDATO-ID (WS-EVL-BUSQ-IDX) =
                 WS-CANDIDATO-BUSCADO
                 AND WS-EVL-FECHA (WS-EVL-BUSQ-IDX) =
                    WS-FECHA-BUSCADA
              MOVE 'S' TO WS-EVL-HALLADO-SW
           END-IF.

       1060-BUSCAR-EVALUACION-EXIT.
           EXIT.

      * Marca las evaluaciones con al menos una respuesta registrada
      * en EXCEPCIONES (candidato + fecha de la corrida)
       1500-MARCAR-EXCEPCIONES.

           IF WS-EXCEPCIONES-DISPONIBLE-SW NOT = 'S'
              GO TO 1500-MARCAR-EXCEPCIONES-EXIT
           END-IF

           PERFORM 1510-LEER-EXCEPCION
              THRU 1510-LEER-EXCEPCION-EXIT
              UNTIL WS-FIN-EXCEPCIONES-SW = 'S'.

       1500-MARCAR-EXCEPCIONES-EXIT.
           EXIT.

       1510-LEER-EXCEPCION.

           READ EXCEPCIONES
              AT END
                 MOVE 'S' TO WS-FIN-EXCEPCIONES-SW
                 GO TO 1510-LEER-EXCEPCION-EXIT
           END-READ

           IF EXC-FECHA < WS-FIL-FECHA-DESDE OR
                 EXC-FECHA > WS-FIL-FECHA-HASTA
              GO TO 1510-LEER-EXCEPCION-EXIT
           END-IF

           MOVE EXC-CANDIDATO-ID TO WS-CANDIDATO-BUSCADO
           MOVE EXC-FECHA        TO WS-FECHA-BUSCADA
           PERFORM 1050-LOCALIZAR-EVALUACION
              THRU 1050-LOCALIZAR-EVALUACION-EXIT

           IF WS-EVL-HALLADO-SW = 'S'
              MOVE 'S' TO WS-EVL-EXCEPCION (WS-EVL-BUSQ-IDX)
           END-IF.

       1510-LEER-EXCEPCION-EXIT.
           EXIT.

      * Archivos fechados de cada lote: se abre una vez la REVISION,
      * el extracto ATS y el acuse de cada fecha + origen presente
      * en las evaluaciones. Una REVISION que no existe es un lote
      * sin posibles reincidentes; un extracto que no existe se
      * cuenta y se lista, porque el lote pierde sus deltas de
      * asignacion; un acuse que no existe se lista (el ATS todavia
      * no lo devolvio o PRGRECON no se corrio).
       1700-LEER-ARCHIVOS-LOTE.

           PERFORM 1710-LEER-LOTE
              THRU 1710-LEER-LOTE-EXIT
              VARYING WS-EVL-IDX FROM 1 BY 1
              UNTIL WS-EVL-IDX > WS-EVL-CARGADOS
                 OR WS-ERROR-FATAL-SW = 'S'.

       1700-LEER-ARCHIVOS-LOTE-EXIT.
           EXIT.

       1710-LEER-LOTE.

           IF WS-EVL-LOTE-LEIDO (WS-EVL-IDX) = 'S'
              GO TO 1710-LEER-LOTE-EXIT
           END-IF

           ADD 1 TO WS-CONTADOR-LOTES
           MOVE WS-EVL-FECHA (WS-EVL-IDX)  TO WS-EXTRACTO-FECHA
           MOVE WS-EVL-ORIGEN (WS-EVL-IDX) TO WS-EXTRACTO-ORIGEN
           PERFORM 1790-MARCAR-LOTE-LEIDO
              THRU 1790-MARCAR-LOTE-LEIDO-EXIT
              VARYING WS-EVL-BUSQ-IDX FROM WS-EVL-IDX BY 1
              UNTIL WS-EVL-BUSQ-IDX > WS-EVL-CARGADOS

           MOVE WS-EXTRACTO-ORIGEN TO WS-LOTE-ORIGEN
           PERFORM 0160-SANEAR-ORIGEN
              THRU 0160-SANEAR-ORIGEN-EXIT

           PERFORM 1720-LEER-REVISION-LOTE
              THRU 1720-LEER-REVISION-LOTE-EXIT

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1740-LEER-EXTRACTO-LOTE
                 THRU 1740-LEER-EXTRACTO-LOTE-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1760-LEER-ACUSE-LOTE
                 THRU 1760-LEER-ACUSE-LOTE-EXIT
           END-IF.

       1710-LEER-LOTE-EXIT.
           EXIT.

       1720-LEER-REVISION-LOTE.

           MOVE SPACES TO WS-REVISION-ARCHIVO
           STRING 'REVISION'         DELIMITED BY SIZE
                  WS-EXTRACTO-FECHA  DELIMITED BY SIZE
                  WS-ORIGEN-ARCHIVO  DELIMITED BY SPACE
                  INTO WS-REVISION-ARCHIVO
           SET ENVIRONMENT "DD_REVISION" TO WS-REVISION-ARCHIVO

           OPEN INPUT REVISION
           IF WS-FS-REVISION = '35'
              GO TO 1720-LEER-REVISION-LOTE-EXIT
           END-IF
           IF WS-FS-REVISION NOT = '00'
              DISPLAY "ERROR: no se pudo abrir "
                 WS-REVISION-ARCHIVO ", status " WS-FS-REVISION
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1720-LEER-REVISION-LOTE-EXIT
           END-IF

           MOVE 'N' TO WS-FIN-REVISION-SW
           PERFORM 1730-LEER-REVISION
              THRU 1730-LEER-REVISION-EXIT
              UNTIL WS-FIN-REVISION-SW = 'S'

           CLOSE REVISION.

       1720-LEER-REVISION-LOTE-EXIT.
           EXIT.

       1730-LEER-REVISION.

           READ REVISION
              AT END
                 MOVE 'S' TO WS-FIN-REVISION-SW
                 GO TO 1730-LEER-REVISION-EXIT
           END-READ

           MOVE REV-CANDIDATO-ID  TO WS-CANDIDATO-BUSCADO
           MOVE WS-EXTRACTO-FECHA TO WS-FECHA-BUSCADA
           PERFORM 1050-LOCALIZAR-EVALUACION
              THRU 1050-LOCALIZAR-EVALUACION-EXIT

           IF WS-EVL-HALLADO-SW = 'S'
              IF WS-EVL-ORIGEN (WS-EVL-BUSQ-IDX) = WS-EXTRACTO-ORIGEN
                 MOVE 'S' TO WS-EVL-REVISION (WS-EVL-BUSQ-IDX)
              END-IF
           END-IF.

       1730-LEER-REVISION-EXIT.
           EXIT.

       1740-LEER-EXTRACTO-LOTE.

           MOVE SPACES TO WS-EXTRACTO-ARCHIVO
           STRING 'EXTRACTOATS'      DELIMITED BY SIZE
                  WS-EXTRACTO-FECHA  DELIMITED BY SIZE
                  WS-ORIGEN-ARCHIVO  DELIMITED BY SPACE
                  INTO WS-EXTRACTO-ARCHIVO
           SET ENVIRONMENT "DD_EXTRACTOATS" TO WS-EXTRACTO-ARCHIVO

           OPEN INPUT EXTRACTO-ATS
           IF WS-FS-EXTRACTO = '35'
              ADD 1 TO WS-CONTADOR-SIN-EXTRACTO
              MOVE SPACES TO WS-CONTROL-LINEA
              STRING 'No se encontro el extracto ' DELIMITED BY SIZE
                     WS-EXTRACTO-ARCHIVO DELIMITED BY SPACE
                     INTO WS-CONTROL-LINEA
              PERFORM 4910-ESCRIBIR-LINEA
                 THRU 4910-ESCRIBIR-LINEA-EXIT
              GO TO 1740-LEER-EXTRACTO-LOTE-EXIT
           END-IF
           IF WS-FS-EXTRACTO NOT = '00'
              DISPLAY "ERROR: no se pudo abrir el extracto "
                 WS-EXTRACTO-ARCHIVO ", status " WS-FS-EXTRACTO
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1740-LEER-EXTRACTO-LOTE-EXIT
           END-IF

           MOVE 'N' TO WS-FIN-EXTRACTO-SW
           PERFORM 1750-LEER-DELTA
              THRU 1750-LEER-DELTA-EXIT
              UNTIL WS-FIN-EXTRACTO-SW = 'S'

           CLOSE EXTRACTO-ATS.

       1740-LEER-EXTRACTO-LOTE-EXIT.
           EXIT.

      * Solo interesan los deltas de PRGASIGN; de un candidato con
      * varios (otra corrida de asignacion) queda el ultimo.
       1750-LEER-DELTA.

           READ EXTRACTO-ATS
              AT END
                 MOVE 'S' TO WS-FIN-EXTRACTO-SW
                 GO TO 1750-LEER-DELTA-EXIT
           END-READ

           IF ATS-ESTADO NOT = 'ASIGNADO' AND
                 ATS-ESTADO NOT = 'PROMOVIDO' AND
                 ATS-ESTADO NOT = 'DECLINADO'
              GO TO 1750-LEER-DELTA-EXIT
           END-IF

           MOVE ATS-CANDIDATO-ID  TO WS-CANDIDATO-BUSCADO
           MOVE WS-EXTRACTO-FECHA TO WS-FECHA-BUSCADA
           PERFORM 1050-LOCALIZAR-EVALUACION
              THRU 1050-LOCALIZAR-EVALUACION-EXIT

           IF WS-EVL-HALLADO-SW = 'S'
              IF WS-EVL-ORIGEN (WS-EVL-BUSQ-IDX) = WS-EXTRACTO-ORIGEN
                 MOVE ATS-ESTADO
                    TO WS-EVL-ASIGNACION (WS-EVL-BUSQ-IDX)
              END-IF
           END-IF.

       1750-LEER-DELTA-EXIT.
           EXIT.

       1760-LEER-ACUSE-LOTE.

           MOVE SPACES TO WS-ACUSE-ARCHIVO
           STRING 'ACUSEATS'         DELIMITED BY SIZE
                  WS-EXTRACTO-FECHA  DELIMITED BY SIZE
                  WS-ORIGEN-ARCHIVO  DELIMITED BY SPACE
                  INTO WS-ACUSE-ARCHIVO
           SET ENVIRONMENT "DD_ACUSEATS" TO WS-ACUSE-ARCHIVO

           OPEN INPUT ACUSE-ATS
           IF WS-FS-ACUSE = '35'
              ADD 1 TO WS-CONTADOR-SIN-ACUSE
              MOVE SPACES TO WS-CONTROL-LINEA
              STRING 'No se encontro el acuse ' DELIMITED BY SIZE
                     WS-ACUSE-ARCHIVO DELIMITED BY SPACE
                     INTO WS-CONTROL-LINEA
              PERFORM 4910-ESCRIBIR-LINEA
                 THRU 4910-ESCRIBIR-LINEA-EXIT
              GO TO 1760-LEER-ACUSE-LOTE-EXIT
           END-IF
           IF WS-FS-ACUSE NOT = '00'
              DISPLAY "ERROR: no se pudo abrir el acuse "
                 WS-ACUSE-ARCHIVO ", status " WS-FS-ACUSE
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1760-LEER-ACUSE-LOTE-EXIT
           END-IF

           MOVE 'N' TO WS-FIN-ACUSE-SW
           PERFORM 1770-LEER-ACUSE
              THRU 1770-LEER-ACUSE-EXIT
              UNTIL WS-FIN-ACUSE-SW = 'S'

           CLOSE ACUSE-ATS.

       1760-LEER-ACUSE-LOTE-EXIT.
           EXIT.

       1770-LEER-ACUSE.

           READ ACUSE-ATS
              AT END
                 MOVE 'S' TO WS-FIN-ACUSE-SW
                 GO TO 1770-LEER-ACUSE-EXIT
           END-READ

           MOVE ACU-CANDIDATO-ID     TO WS-CANDIDATO-BUSCADO
           MOVE ACU-FECHA-EVALUACION TO WS-FECHA-BUSCADA
           PERFORM 1050-LOCALIZAR-EVALUACION
              THRU 1050-LOCALIZAR-EVALUACION-EXIT

           IF WS-EVL-HALLADO-SW = 'S'
              IF WS-EVL-ORIGEN (WS-EVL-BUSQ-IDX) = WS-EXTRACTO-ORIGEN
                 MOVE 'S' TO WS-EVL-ACUSADA (WS-EVL-BUSQ-IDX)
              END-IF
           END-IF.

       1770-LEER-ACUSE-EXIT.
           EXIT.

       1790-MARCAR-LOTE-LEIDO.

           IF WS-EVL-FECHA (WS-EVL-BUSQ-IDX) = WS-EXTRACTO-FECHA AND
                 WS-EVL-ORIGEN (WS-EVL-BUSQ-IDX) = WS-EXTRACTO-ORIGEN
              MOVE 'S' TO WS-EVL-LOTE-LEIDO (WS-EVL-BUSQ-IDX)
           END-IF.

       1790-MARCAR-LOTE-LEIDO-EXIT.
           EXIT.

      * Acumula cada evaluacion en su origen, una vez por cada etapa
      * a la que llego. La decision es la final (corregida por la
      * mesa, si la hubo); los apartados EN-CARENCIA no se puntuaron.
       2000-ACUMULAR-ORIGENES.

           PERFORM 2100-ACUMULAR-EVALUACION
              THRU 2100-ACUMULAR-EVALUACION-EXIT
              VARYING WS-EVL-IDX FROM 1 BY 1
              UNTIL WS-EVL-IDX > WS-EVL-CARGADOS
                 OR WS-ERROR-FATAL-SW = 'S'.

       2000-ACUMULAR-ORIGENES-EXIT.
           EXIT.

       2100-ACUMULAR-EVALUACION.

           MOVE WS-EVL-ORIGEN (WS-EVL-IDX) TO WS-ORG-BUSCADO
           PERFORM 2200-LOCALIZAR-ORIGEN
              THRU 2200-LOCALIZAR-ORIGEN-EXIT
           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 2100-ACUMULAR-EVALUACION-EXIT
           END-IF

           ADD 1 TO WS-ORG-RECIBIDOS (WS-ORG-IDX)

           IF WS-EVL-EXCEPCION (WS-EVL-IDX) = 'S'
              ADD 1 TO WS-ORG-EXCEPCIONES (WS-ORG-IDX)
           END-IF
           IF WS-EVL-CORREGIDA (WS-EVL-IDX) = 'S'
              ADD 1 TO WS-ORG-CORREGIDAS (WS-ORG-IDX)
           END-IF
           IF WS-EVL-ESTADO-ORIGINAL (WS-EVL-IDX) = 'EN-CARENCIA'
              ADD 1 TO WS-ORG-CARENCIA (WS-ORG-IDX)
           END-IF
           IF WS-EVL-REVISION (WS-EVL-IDX) = 'S'
              ADD 1 TO WS-ORG-REVISION (WS-ORG-IDX)
           END-IF

           EVALUATE WS-EVL-ESTADO-FINAL (WS-EVL-IDX)
              WHEN 'APROBADO'
                 ADD 1 TO WS-ORG-APROBADOS (WS-ORG-IDX)
              WHEN 'LISTA-ESPERA'
                 ADD 1 TO WS-ORG-ESPERA (WS-ORG-IDX)
              WHEN 'REPROBADO'
                 ADD 1 TO WS-ORG-REPROBADOS (WS-ORG-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           EVALUATE WS-EVL-ASIGNACION (WS-EVL-IDX)
              WHEN 'ASIGNADO'
                 ADD 1 TO WS-ORG-ASIGNADOS (WS-ORG-IDX)
              WHEN 'PROMOVIDO'
                 ADD 1 TO WS-ORG-PROMOVIDOS (WS-ORG-IDX)
              WHEN 'DECLINADO'
                 ADD 1 TO WS-ORG-DECLINADOS (WS-ORG-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-EVL-ACUSADA (WS-EVL-IDX) = 'S'
              ADD 1 TO WS-ORG-ACUSADOS (WS-ORG-IDX)
           END-IF.

       2100-ACUMULAR-EVALUACION-EXIT.
           EXIT.

      * Busca el origen de WS-ORG-BUSCADO en la tabla y lo agrega si
      * es nuevo; queda apuntado por WS-ORG-IDX.
       2200-LOCALIZAR-ORIGEN.

           MOVE 'N'  TO WS-ORG-HALLADO-SW
           MOVE ZERO TO WS-ORG-BUSQ-IDX
           PERFORM 2210-BUSCAR-ORIGEN
              THRU 2210-BUSCAR-ORIGEN-EXIT
              UNTIL WS-ORG-BUSQ-IDX NOT LESS WS-ORG-CARGADOS
                 OR WS-ORG-HALLADO-SW = 'S'

           IF WS-ORG-HALLADO-SW = 'S'
              MOVE WS-ORG-BUSQ-IDX TO WS-ORG-IDX
              GO TO 2200-LOCALIZAR-ORIGEN-EXIT
           END-IF

           IF WS-ORG-CARGADOS NOT LESS WS-ORG-MAXIMO
              DISPLAY "ERROR: el rango supera la tabla de origenes, "
                 "acotar las fechas"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 2200-LOCALIZAR-ORIGEN-EXIT
           END-IF

           ADD 1 TO WS-ORG-CARGADOS
           MOVE WS-ORG-CARGADOS TO WS-ORG-IDX
           MOVE WS-ORG-BUSCADO  TO WS-ORG-ORIGEN (WS-ORG-IDX).

       2200-LOCALIZAR-ORIGEN-EXIT.
           EXIT.

       2210-BUSCAR-ORIGEN.

           ADD 1 TO WS-ORG-BUSQ-IDX
           IF WS-ORG-ORIGEN (WS-ORG-BUSQ-IDX) = WS-ORG-BUSCADO
              MOVE 'S' TO WS-ORG-HALLADO-SW
           END-IF.

       2210-BUSCAR-ORIGEN-EXIT.
           EXIT.

      * Lotes rechazados por la conciliacion CAB/PIE en el rango,
      * segun el libro LOTES: un lote rechazado no llego a la
      * bitacora, asi que su origen puede aparecer solo por esta
      * columna. Los reintentos sobre el mismo lote (origen + fecha
      * de cabecera) cuentan una vez.
       2500-CONTAR-LOTES-RECHAZADOS.

           IF WS-LOTES-DISPONIBLE-SW NOT = 'S'
              GO TO 2500-CONTAR-LOTES-RECHAZADOS-EXIT
           END-IF

           PERFORM 2510-LEER-LOTE-LIBRO
              THRU 2510-LEER-LOTE-LIBRO-EXIT
              UNTIL WS-FIN-LOTES-SW = 'S'
                 OR WS-ERROR-FATAL-SW = 'S'.

       2500-CONTAR-LOTES-RECHAZADOS-EXIT.
           EXIT.

       2510-LEER-LOTE-LIBRO.

           READ LOTES
              AT END
                 MOVE 'S' TO WS-FIN-LOTES-SW
                 GO TO 2510-LEER-LOTE-LIBRO-EXIT
           END-READ

           IF LOTE-RESULTADO NOT = 'R'
              GO TO 2510-LEER-LOTE-LIBRO-EXIT
           END-IF

           IF LOTE-FECHA-CORRIDA < WS-FIL-FECHA-DESDE OR
                 LOTE-FECHA-CORRIDA > WS-FIL-FECHA-HASTA
              GO TO 2510-LEER-LOTE-LIBRO-EXIT
           END-IF

           MOVE 'N'  TO WS-REC-HALLADO-SW
           MOVE ZERO TO WS-REC-BUSQ-IDX
           PERFORM 2520-BUSCAR-RECHAZADO
              THRU 2520-BUSCAR-RECHAZADO-EXIT
              UNTIL WS-REC-BUSQ-IDX NOT LESS WS-REC-CARGADOS
                 OR WS-REC-HALLADO-SW = 'S'
           IF WS-REC-HALLADO-SW = 'S'
              GO TO 2510-LEER-LOTE-LIBRO-EXIT
           END-IF

           IF WS-REC-CARGADOS NOT LESS WS-REC-MAXIMO
              DISPLAY "ERROR: el rango supera la tabla de lotes "
                 "rechazados, acotar las fechas"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 2510-LEER-LOTE-LIBRO-EXIT
           END-IF
           ADD 1 TO WS-REC-CARGADOS
           MOVE LOTE-ORIGEN
              TO WS-REC-ORIGEN (WS-REC-CARGADOS)
           MOVE LOTE-FECHA-CABECERA
              TO WS-REC-FECHA-CABECERA (WS-REC-CARGADOS)

           MOVE LOTE-ORIGEN TO WS-ORG-BUSCADO
           PERFORM 2200-LOCALIZAR-ORIGEN
              THRU 2200-LOCALIZAR-ORIGEN-EXIT
           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 2510-LEER-LOTE-LIBRO-EXIT
           END-IF

           ADD 1 TO WS-ORG-LOTES-RECH (WS-ORG-IDX).

       2510-LEER-LOTE-LIBRO-EXIT.
           EXIT.

       2520-BUSCAR-RECHAZADO.

           ADD 1 TO WS-REC-BUSQ-IDX
           IF WS-REC-ORIGEN (WS-REC-BUSQ-IDX) = LOTE-ORIGEN AND
                 WS-REC-FECHA-CABECERA (WS-REC-BUSQ-IDX) =
                    LOTE-FECHA-CABECERA
              MOVE 'S' TO WS-REC-HALLADO-SW
           END-IF.

       2520-BUSCAR-RECHAZADO-EXIT.
           EXIT.

      * Un par de renglones por origen (cantidades y conversion) y
      * el par del total general al final
       3000-IMPRIMIR-EMBUDO.

           MOVE WS-TITULOS-COLUMNAS TO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT
           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           IF WS-ORG-CARGADOS = ZERO
              MOVE 'Sin evaluaciones ni lotes rechazados en el rango'
                 TO WS-CONTROL-LINEA
              PERFORM 4910-ESCRIBIR-LINEA
                 THRU 4910-ESCRIBIR-LINEA-EXIT
           END-IF

           PERFORM 3100-IMPRIMIR-ORIGEN
              THRU 3100-IMPRIMIR-ORIGEN-EXIT
              VARYING WS-ORG-IDX FROM 1 BY 1
              UNTIL WS-ORG-IDX > WS-ORG-CARGADOS

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           MOVE WS-TOTALES TO WS-RENGLON
           MOVE 'TOTAL' TO WS-LCAN-ORIGEN
           PERFORM 3200-IMPRIMIR-RENGLON
              THRU 3200-IMPRIMIR-RENGLON-EXIT

           PERFORM 3400-IMPRIMIR-REFERENCIAS
              THRU 3400-IMPRIMIR-REFERENCIAS-EXIT.

       3000-IMPRIMIR-EMBUDO-EXIT.
           EXIT.

       3100-IMPRIMIR-ORIGEN.

           MOVE WS-ORG-CONTADORES (WS-ORG-IDX) TO WS-RENGLON

           IF WS-ORG-ORIGEN (WS-ORG-IDX) = SPACES
              MOVE '(SIN ORIGEN)' TO WS-LCAN-ORIGEN
           ELSE
              MOVE WS-ORG-ORIGEN (WS-ORG-IDX) TO WS-LCAN-ORIGEN
           END-IF

           PERFORM 3200-IMPRIMIR-RENGLON
              THRU 3200-IMPRIMIR-RENGLON-EXIT

           ADD WS-REN-RECIBIDOS   TO WS-TOT-RECIBIDOS
           ADD WS-REN-LOTES-RECH  TO WS-TOT-LOTES-RECH
           ADD WS-REN-EXCEPCIONES TO WS-TOT-EXCEPCIONES
           ADD WS-REN-CORREGIDAS  TO WS-TOT-CORREGIDAS
           ADD WS-REN-CARENCIA    TO WS-TOT-CARENCIA
           ADD WS-REN-REVISION    TO WS-TOT-REVISION
           ADD WS-REN-APROBADOS   TO WS-TOT-APROBADOS
           ADD WS-REN-ESPERA      TO WS-TOT-ESPERA
           ADD WS-REN-REPROBADOS  TO WS-TOT-REPROBADOS
           ADD WS-REN-ASIGNADOS   TO WS-TOT-ASIGNADOS
           ADD WS-REN-PROMOVIDOS  TO WS-TOT-PROMOVIDOS
           ADD WS-REN-DECLINADOS  TO WS-TOT-DECLINADOS
           ADD WS-REN-ACUSADOS    TO WS-TOT-ACUSADOS.

       3100-IMPRIMIR-ORIGEN-EXIT.
           EXIT.

      * Imprime WS-RENGLON (con el rotulo ya puesto en
      * WS-LCAN-ORIGEN) y su renglon de conversion. Bases de cada
      * tasa: excepciones, carencia, revision y acuse sobre los
      * recibidos; corregidas sobre las excepciones; cada decision
      * sobre los puntuados (aprobados + espera + reprobados);
      * asignados sobre aprobados, promovidos sobre la lista de
      * espera y declinados sobre las ofertas hechas (asignados +
      * promovidos + declinados). Los lotes rechazados no tienen
      * tasa: se cuentan por lote, no por candidato.
       3200-IMPRIMIR-RENGLON.

           MOVE WS-REN-RECIBIDOS   TO WS-LCAN-RECIBIDOS
           MOVE WS-REN-LOTES-RECH  TO WS-LCAN-LOTES-RECH
           MOVE WS-REN-EXCEPCIONES TO WS-LCAN-EXCEPCIONES
           MOVE WS-REN-CORREGIDAS  TO WS-LCAN-CORREGIDAS
           MOVE WS-REN-CARENCIA    TO WS-LCAN-CARENCIA
           MOVE WS-REN-REVISION    TO WS-LCAN-REVISION
           MOVE WS-REN-APROBADOS   TO WS-LCAN-APROBADOS
           MOVE WS-REN-ESPERA      TO WS-LCAN-ESPERA
           MOVE WS-REN-REPROBADOS  TO WS-LCAN-REPROBADOS
           MOVE WS-REN-ASIGNADOS   TO WS-LCAN-ASIGNADOS
           MOVE WS-REN-PROMOVIDOS  TO WS-LCAN-PROMOVIDOS
           MOVE WS-REN-DECLINADOS  TO WS-LCAN-DECLINADOS
           MOVE WS-REN-ACUSADOS    TO WS-LCAN-ACUSADOS
           MOVE WS-LINEA-CANTIDADES TO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-REN-RECIBIDOS   TO WS-TASA-BASE
           MOVE WS-REN-EXCEPCIONES TO WS-TASA-CANTIDAD
           PERFORM 3300-CALCULAR-TASA THRU 3300-CALCULAR-TASA-EXIT
           MOVE WS-TASA-TEXTO TO WS-LTAS-EXCEPCIONES
           MOVE WS-REN-CARENCIA    TO WS-TASA-CANTIDAD
           PERFORM 3300-CALCULAR-TASA THRU 3300-CALCULAR-TASA-EXIT
           MOVE WS-TASA-TEXTO TO WS-LTAS-CARENCIA
           MOVE WS-REN-REVISION    TO WS-TASA-CANTIDAD
           PERFORM 3300-CALCULAR-TASA THRU 3300-CALCULAR-TASA-EXIT
           MOVE WS-TASA-TEXTO TO WS-LTAS-REVISION
           MOVE WS-REN-ACUSADOS    TO WS-TASA-CANTIDAD
           PERFORM 3300-CALCULAR-TASA THRU 3300-CALCULAR-TASA-EXIT
           MOVE WS-TASA-TEXTO TO WS-LTAS-ACUSADOS

           MOVE WS-REN-EXCEPCIONES TO WS-TASA-BASE
           MOVE WS-REN-CORREGIDAS  TO WS-TASA-CANTIDAD
           PERFORM 3300-CALCULAR-TASA THRU 3300-CALCULAR-TASA-EXIT
           MOVE WS-TASA-TEXTO TO WS-LTAS-CORREGIDAS

           COMPUTE WS-TASA-BASE = WS-REN-APROBADOS
                                + WS-REN-ESPERA
                                + WS-REN-REPROBADOS
           MOVE WS-REN-APROBADOS   TO WS-TASA-CANTIDAD
           PERFORM 3300-CALCULAR-TASA THRU 3300-CALCULAR-TASA-EXIT
           MOVE WS-TASA-TEXTO TO WS-LTAS-APROBADOS
           MOVE WS-REN-ESPERA      TO WS-TASA-CANTIDAD
           PERFORM 3300-CALCULAR-TASA THRU 3300-CALCULAR-TASA-EXIT
           MOVE WS-TASA-TEXTO TO WS-LTAS-ESPERA
           MOVE WS-REN-REPROBADOS  TO WS-TASA-CANTIDAD
           PERFORM 3300-CALCULAR-TASA THRU 3300-CALCULAR-TASA-EXIT
           MOVE WS-TASA-TEXTO TO WS-LTAS-REPROBADOS

           MOVE WS-REN-APROBADOS   TO WS-TASA-BASE
           MOVE WS-REN-ASIGNADOS   TO WS-TASA-CANTIDAD
           PERFORM 3300-CALCULAR-TASA THRU 3300-CALCULAR-TASA-EXIT
           MOVE WS-TASA-TEXTO TO WS-LTAS-ASIGNADOS

           MOVE WS-REN-ESPERA      TO WS-TASA-BASE
           MOVE WS-REN-PROMOVIDOS  TO WS-TASA-CANTIDAD
           PERFORM 3300-CALCULAR-TASA THRU 3300-CALCULAR-TASA-EXIT
           MOVE WS-TASA-TEXTO TO WS-LTAS-PROMOVIDOS

           COMPUTE WS-TASA-BASE = WS-REN-ASIGNADOS
                                + WS-REN-PROMOVIDOS
                                + WS-REN-DECLINADOS
           MOVE WS-REN-DECLINADOS  TO WS-TASA-CANTIDAD
           PERFORM 3300-CALCULAR-TASA THRU 3300-CALCULAR-TASA-EXIT
           MOVE WS-TASA-TEXTO TO WS-LTAS-DECLINADOS

           MOVE WS-LINEA-TASAS TO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       3200-IMPRIMIR-RENGLON-EXIT.
           EXIT.

       3300-CALCULAR-TASA.

           IF WS-TASA-BASE = ZERO
              MOVE '   -' TO WS-TASA-TEXTO
           ELSE
              COMPUTE WS-TASA ROUNDED =
                 WS-TASA-CANTIDAD * 100 / WS-TASA-BASE
              MOVE WS-TASA    TO WS-TASA-ED
              MOVE WS-TASA-ED TO WS-TASA-TEXTO(1:3)
              MOVE '%'        TO WS-TASA-TEXTO(4:1)
           END-IF.

       3300-CALCULAR-TASA-EXIT.
           EXIT.

      * Referencia de columnas y bases de cada tasa al pie del
      * cuadro
       3400-IMPRIMIR-REFERENCIAS.

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           MOVE 'Recib: evaluaciones recibidas  LotR: lotes rechazados '
              & 'CAB/PIE  Excep: con excepciones'
              TO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT
           MOVE 'Corr: corregidas por la mesa  Caren: EN-CARENCIA  '
              & 'Revis: a REVISION de identidad'
              TO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT
           MOVE 'Asign/Promo/Decli: deltas de PRGASIGN  Acuse: acusado'
              & 's por el ATS en ACUSEATS'
              TO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT
           MOVE '% Excep, Caren, Revis, Acuse sobre Recib; Corr sobre '
              & 'Excep; Aprob, Esper, Repro sobre'
              TO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT
           MOVE '  los puntuados; Asign sobre Aprob; Promo sobre Esper;'
              & ' Decli sobre Asign+Promo+Decli'
              TO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       3400-IMPRIMIR-REFERENCIAS-EXIT.
           EXIT.

       4000-IMPRIMIR-RESUMEN.

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           MOVE WS-CONTADOR-ASIENTOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Asientos de bitacora leidos: ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-EVALUACIONES TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Evaluaciones en el rango   : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-CORRECCIONES TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Correcciones de mesa       : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-LOTES TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Lotes evaluados            : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-SIN-EXTRACTO TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Extractos no encontrados   : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-SIN-ACUSE TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Acuses no encontrados      : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT.

       4000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.

       4900-ESCRIBIR-SEPARADOR.

           DISPLAY WS-SEPARADOR-LINEA
           WRITE EMB-LINEA FROM WS-SEPARADOR-LINEA.

       4900-ESCRIBIR-SEPARADOR-EXIT.
           EXIT.

       4910-ESCRIBIR-LINEA.

           DISPLAY WS-CONTROL-LINEA
           WRITE EMB-LINEA FROM WS-CONTROL-LINEA.

       4910-ESCRIBIR-LINEA-EXIT.
           EXIT.

      * Cierre ordenado de los archivos
       0900-FINALIZAR.

           CLOSE AUDITORIA
           CLOSE EMBUDO
           IF WS-EXCEPCIONES-DISPONIBLE-SW = 'S'
              CLOSE EXCEPCIONES
           END-IF
           IF WS-LOTES-DISPONIBLE-SW = 'S'
              CLOSE LOTES
           END-IF.

       0900-FINALIZAR-EXIT.
           EXIT.

      * Codigo de retorno: 0 todo cruzado, 4 faltaron extractos ATS
      * de algun lote (sus asignaciones no estan contadas), 12 error
      * fatal.
       0950-FIJAR-CODIGO-RETORNO.

           EVALUATE TRUE
              WHEN WS-ERROR-FATAL-SW = 'S'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CONTADOR-SIN-EXTRACTO > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       0950-FIJAR-CODIGO-RETORNO-EXIT.
           EXIT.


       END PROGRAM PRGEMBUD.
