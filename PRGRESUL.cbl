      ******************************************************************
      * Author:Gabriela Cristina Rodriguez
      * Date:
      * Purpose: Reporte de validez predictiva del puntaje: cruza el
      *          archivo de resultados de contratacion que devuelve
      *          RRHH (RESULTADOS: CONTRATADO, NO-PRESENTO,
      *          BAJA-PRUEBA, ACTIVO-90) contra el HISTORIAL (puntos
      *          y decision de la evaluacion), las respuestas crudas
      *          de la bitacora AUDITORIA y los deltas ASIGNADO /
      *          PROMOVIDO que PRGASIGN grabo en el extracto ATS
      *          fechado del lote. Por perfil muestra, por banda de
      *          puntaje y por cada respuesta (estudiante, anios de
      *          experiencia, COBOL, certificacion, ingles), las
      *          tasas de contratacion y de retencion a 90 dias, para
      *          juzgar si los pesos de PARAMETROS premian lo que
      *          despues funciona. Solo lectura salvo el reporte
      *          VALIDEZ.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-08  GCR  Version inicial.
      *   2026-10-15  GCR  Un resultado informado para un perfil que no
      *                     es el de la decision asentada en AUDITORIA
      *                     se rechaza y se lista: su banda es la de
      *                     otro perfil y torceria las tasas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGRESUL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTADOS ASSIGN TO "RESULTADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESULTADOS.

           SELECT HISTORIAL ASSIGN TO "HISTORIAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT EXTRACTO-ATS ASSIGN TO "EXTRACTOATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRACTO.

           SELECT VALIDEZ ASSIGN TO "VALIDEZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VALIDEZ.

       DATA DIVISION.
       FILE SECTION.
      * Resultados de contratacion informados por RRHH
       FD RESULTADOS.
       01 RES-REGISTRO.
           COPY RESUREC.

      * Historial de evaluaciones (puntos y decision)
       FD HISTORIAL.
       01 HIST-REGISTRO.
           COPY HISTREC.

      * Bitacora de auditoria con las respuestas crudas
       FD AUDITORIA.
       01 AUD-REGISTRO.
           COPY AUDTREC.

      * Extracto ATS fechado de cada lote, con los deltas de la
      * corrida de asignacion; se reabre por cada fecha + origen.
       FD EXTRACTO-ATS.
       01 ATS-REGISTRO.
           COPY ATSREC.

      * Reporte de validez predictiva
       FD VALIDEZ.
       01 VAL-LINEA                       PIC X(94).

       WORKING-STORAGE SECTION.
       01 WS-CV.
           COPY CVREC.

      * Un renglon por resultado aceptado (clave candidato + fecha
      * de evaluacion + perfil; el ultimo informado gana), con lo
      * que se levanta de HISTORIAL, AUDITORIA y el extracto ATS.
       01 WS-TABLA-RESULTADOS.
          02 WS-RST-MAXIMO                PIC 9(04) COMP VALUE 5000.
          02 WS-RST-CARGADOS              PIC 9(04) COMP VALUE ZERO.
          02 WS-RST-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-RST-BUSQ-IDX              PIC 9(04) COMP VALUE ZERO.
          02 WS-RST-ENTRADA OCCURS 5000.
             03 WS-RST-CANDIDATO-ID       PIC X(10).
             03 WS-RST-FECHA              PIC 9(08).
             03 WS-RST-PERFIL-ID          PIC X(10).
             03 WS-RST-RESULTADO          PIC X(12).
             03 WS-RST-PUNTOS             PIC 9(03).
             03 WS-RST-ESTADO             PIC X(12).
             03 WS-RST-ORIGEN             PIC X(20).
             03 WS-RST-ESTUDIANTE         PIC X(01).
             03 WS-RST-EXPERIENCIA        PIC X(01).
             03 WS-RST-ANIOS-EXP          PIC 9(02).
             03 WS-RST-COBOL              PIC X(01).
             03 WS-RST-CERTIFICACION      PIC X(01).
             03 WS-RST-INGLES             PIC X(01).
             03 WS-RST-AUDITADA           PIC X(01).
             03 WS-RST-ASIGNACION         PIC X(12).
             03 WS-RST-EXTRACTO-LEIDO     PIC X(01).
             03 WS-RST-PERFIL-DECISION    PIC X(10).
             03 WS-RST-DESCARTADA         PIC X(01).

      * Acumulados por perfil: renglones 1-3 por banda de puntaje,
      * 4-16 por respuesta y 17 para los resultados sin asiento en
      * la bitacora (respuestas desconocidas).
       01 WS-TABLA-PERFILES.
          02 WS-PRF-MAXIMO                PIC 9(04) COMP VALUE 50.
          02 WS-PRF-CARGADOS              PIC 9(04) COMP VALUE ZERO.
          02 WS-PRF-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-PRF-BUSQ-IDX              PIC 9(04) COMP VALUE ZERO.
          02 WS-REN-IDX                   PIC 9(04) COMP VALUE ZERO.
       01 WS-ACUMULADOS-PERFIL.
          02 WS-PRF-ENTRADA OCCURS 50.
             03 WS-PRF-PERFIL-ID          PIC X(10).
             03 WS-PRF-RENGLON OCCURS 17.
                04 WS-REN-CASOS           PIC 9(05).
                04 WS-REN-ASIGNADOS       PIC 9(05).
                04 WS-REN-CONTRATADOS     PIC 9(05).
                04 WS-REN-NO-PRESENTO     PIC 9(05).
                04 WS-REN-BAJAS           PIC 9(05).
                04 WS-REN-ACTIVOS         PIC 9(05).

       01 WS-ETIQUETAS-VALORES.
          02 FILLER PIC X(16) VALUE 'APROBADO'.
          02 FILLER PIC X(16) VALUE 'LISTA-ESPERA'.
          02 FILLER PIC X(16) VALUE 'REPROBADO'.
          02 FILLER PIC X(16) VALUE 'Estudiante S'.
          02 FILLER PIC X(16) VALUE 'Estudiante N'.
          02 FILLER PIC X(16) VALUE 'Estudiante A'.
          02 FILLER PIC X(16) VALUE 'Sin experiencia'.
          02 FILLER PIC X(16) VALUE 'Exp 1 anio'.
          02 FILLER PIC X(16) VALUE 'Exp 2 a 4 anios'.
          02 FILLER PIC X(16) VALUE 'Exp 5+ anios'.
          02 FILLER PIC X(16) VALUE 'COBOL S'.
          02 FILLER PIC X(16) VALUE 'COBOL N'.
          02 FILLER PIC X(16) VALUE 'Certificacion S'.
          02 FILLER PIC X(16) VALUE 'Certificacion N'.
          02 FILLER PIC X(16) VALUE 'Ingles S'.
          02 FILLER PIC X(16) VALUE 'Ingles N'.
          02 FILLER PIC X(16) VALUE 'Sin respuestas'.
       01 WS-ETIQUETAS REDEFINES WS-ETIQUETAS-VALORES.
          02 WS-ETIQ-RENGLON              PIC X(16) OCCURS 17.

       01 WS-LINEA-RENGLON.
          02 WS-LREN-ETIQUETA             PIC X(16) VALUE SPACE.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LREN-CASOS                PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LREN-ASIGNADOS            PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LREN-CONTRATADOS          PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LREN-NO-PRESENTO          PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LREN-BAJAS                PIC ZZZZ9.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LREN-ACTIVOS              PIC ZZZZ9.
          02 FILLER                       PIC X(03) VALUE SPACE.
          02 WS-LREN-TASA-CONTR           PIC X(04) VALUE SPACE.
          02 FILLER                       PIC X(03) VALUE SPACE.
          02 WS-LREN-TASA-RETEN           PIC X(04) VALUE SPACE.
          02 FILLER                       PIC X(28) VALUE SPACE.

       01 WS-TASAS.
          02 WS-TASA                      PIC 9(03) VALUE ZERO.
          02 WS-TASA-ED                   PIC ZZ9.
          02 WS-TASA-BASE                 PIC 9(05) VALUE ZERO.

      * Nombre del extracto fechado de cada lote (misma convencion
      * DD_* que PRGCVEM2 y PRGASIGN)
       01 WS-NOMBRES-ARCHIVO.
          02 WS-EXTRACTO-ARCHIVO          PIC X(44) VALUE SPACE.
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
          02 WS-FECHA-DECISION            PIC 9(08) VALUE ZERO.
          02 WS-MOTIVO-RECHAZO            PIC X(40) VALUE SPACE.

       01 WS-SWITCHES.
          02 WS-FIN-RESULTADOS-SW         PIC X(01) VALUE 'N'.
          02 WS-FIN-BITACORA-SW           PIC X(01) VALUE 'N'.
          02 WS-FIN-EXTRACTO-SW           PIC X(01) VALUE 'N'.
          02 WS-RST-HALLADO-SW            PIC X(01) VALUE 'N'.
          02 WS-PRF-HALLADO-SW            PIC X(01) VALUE 'N'.
          02 WS-HISTORIAL-ABIERTO-SW      PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
          02 WS-CONTADOR-LEIDOS           PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-ACEPTADOS        PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-REEMPLAZADOS     PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-RECHAZADOS       PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-SIN-AUDITORIA    PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-SIN-EXTRACTO     PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-SIN-ASIGNACION   PIC 9(06) VALUE ZERO.
          02 WS-NUM-ED                    PIC ZZZZZ9.

       01 WS-FILE-STATUS.
          02 WS-FS-RESULTADOS             PIC X(02) VALUE '00'.
          02 WS-FS-HISTORIAL              PIC X(02) VALUE '00'.
          02 WS-FS-AUDITORIA              PIC X(02) VALUE '00'.
          02 WS-FS-EXTRACTO               PIC X(02) VALUE '00'.
          02 WS-FS-VALIDEZ                PIC X(02) VALUE '00'.

       01 WS-CONTROL-LINEA                PIC X(94) VALUE SPACE.
       01 WS-SEPARADOR-LINEA              PIC X(94) VALUE ALL '-'.

       PROCEDURE DIVISION.
       0000-PROCESO-PRINCIPAL.

           PERFORM 0100-INICIALIZAR
              THRU 0100-INICIALIZAR-EXIT

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1000-CARGAR-RESULTADOS
                 THRU 1000-CARGAR-RESULTADOS-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1500-CARGAR-RESPUESTAS
                 THRU 1500-CARGAR-RESPUESTAS-EXIT

              PERFORM 1600-CONTROLAR-PERFILES
                 THRU 1600-CONTROLAR-PERFILES-EXIT

              PERFORM 1700-CARGAR-ASIGNACIONES
                 THRU 1700-CARGAR-ASIGNACIONES-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 2000-ACUMULAR-RESULTADOS
                 THRU 2000-ACUMULAR-RESULTADOS-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 3000-IMPRIMIR-VALIDEZ
                 THRU 3000-IMPRIMIR-VALIDEZ-EXIT

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

      * Apertura de archivos; el extracto ATS se abre por lote
       0100-INICIALIZAR.

           INITIALIZE WS-ACUMULADOS-PERFIL

           OPEN INPUT RESULTADOS
           IF WS-FS-RESULTADOS NOT = '00'
              DISPLAY "ERROR: no se pudo abrir RESULTADOS, status "
                 WS-FS-RESULTADOS
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           OPEN INPUT HISTORIAL
           IF WS-FS-HISTORIAL NOT = '00'
              DISPLAY "ERROR: no se pudo abrir HISTORIAL, status "
                 WS-FS-HISTORIAL
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF
           MOVE 'S' TO WS-HISTORIAL-ABIERTO-SW

           OPEN INPUT AUDITORIA
           IF WS-FS-AUDITORIA NOT = '00'
              DISPLAY "ERROR: no se pudo abrir AUDITORIA, status "
                 WS-FS-AUDITORIA
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           OPEN OUTPUT VALIDEZ
           IF WS-FS-VALIDEZ NOT = '00'
              DISPLAY "ERROR: no se pudo abrir VALIDEZ, status "
                 WS-FS-VALIDEZ
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT
           MOVE 'Validez predictiva del puntaje por perfil'
              TO WS-CONTROL-LINEA
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

      * Carga los resultados de RRHH: cada uno debe tener su
      * evaluacion en HISTORIAL y un resultado conocido; los demas
      * se listan como rechazados y no entran en las tasas.
       1000-CARGAR-RESULTADOS.

           PERFORM 1010-LEER-RESULTADO
              THRU 1010-LEER-RESULTADO-EXIT
              UNTIL WS-FIN-RESULTADOS-SW = 'S'
                 OR WS-ERROR-FATAL-SW = 'S'.

       1000-CARGAR-RESULTADOS-EXIT.
           EXIT.

       1010-LEER-RESULTADO.

           READ RESULTADOS
              AT END
                 MOVE 'S' TO WS-FIN-RESULTADOS-SW
                 GO TO 1010-LEER-RESULTADO-EXIT
           END-READ

           ADD 1 TO WS-CONTADOR-LEIDOS

           IF NOT RES-CONTRATADO AND NOT RES-NO-PRESENTO AND
                 NOT RES-BAJA-PRUEBA AND NOT RES-ACTIVO-90
              MOVE 'resultado desconocido' TO WS-MOTIVO-RECHAZO
              PERFORM 1090-RECHAZAR-RESULTADO
                 THRU 1090-RECHAZAR-RESULTADO-EXIT
              GO TO 1010-LEER-RESULTADO-EXIT
           END-IF

           MOVE RES-CANDIDATO-ID     TO HIST-CANDIDATO-ID
           MOVE RES-FECHA-EVALUACION TO HIST-FECHA-EVALUACION
           READ HISTORIAL
              INVALID KEY
                 MOVE 'sin evaluacion en HISTORIAL'
                    TO WS-MOTIVO-RECHAZO
                 PERFORM 1090-RECHAZAR-RESULTADO
                    THRU 1090-RECHAZAR-RESULTADO-EXIT
                 GO TO 1010-LEER-RESULTADO-EXIT
           END-READ

           IF HIST-ESTADO NOT = 'APROBADO' AND
                 HIST-ESTADO NOT = 'LISTA-ESPERA' AND
                 HIST-ESTADO NOT = 'REPROBADO'
              MOVE 'evaluacion sin banda de puntaje'
                 TO WS-MOTIVO-RECHAZO
              PERFORM 1090-RECHAZAR-RESULTADO
                 THRU 1090-RECHAZAR-RESULTADO-EXIT
              GO TO 1010-LEER-RESULTADO-EXIT
           END-IF

           MOVE 'N'  TO WS-RST-HALLADO-SW
           MOVE ZERO TO WS-RST-BUSQ-IDX
           PERFORM 1020-BUSCAR-RESULTADO
              THRU 1020-BUSCAR-RESULTADO-EXIT
              UNTIL WS-RST-BUSQ-IDX NOT LESS WS-RST-CARGADOS
                 OR WS-RST-HALLADO-SW = 'S'

           IF WS-RST-HALLADO-SW = 'S'
              MOVE WS-RST-BUSQ-IDX TO WS-RST-IDX
              ADD 1 TO WS-CONTADOR-REEMPLAZADOS
           ELSE
              IF WS-RST-CARGADOS NOT LESS WS-RST-MAXIMO
                 DISPLAY "ERROR: RESULTADOS supera la tabla de "
                    "resultados"
                 MOVE 'S' TO WS-ERROR-FATAL-SW
                 GO TO 1010-LEER-RESULTADO-EXIT
              END-IF
              ADD 1 TO WS-RST-CARGADOS
              ADD 1 TO WS-CONTADOR-ACEPTADOS
              MOVE WS-RST-CARGADOS TO WS-RST-IDX
              MOVE RES-CANDIDATO-ID
                 TO WS-RST-CANDIDATO-ID (WS-RST-IDX)
              MOVE RES-FECHA-EVALUACION
                 TO WS-RST-FECHA (WS-RST-IDX)
              MOVE RES-PERFIL-ID
                 TO WS-RST-PERFIL-ID (WS-RST-IDX)
              MOVE SPACES TO WS-RST-ORIGEN (WS-RST-IDX)
              MOVE SPACES TO WS-RST-ASIGNACION (WS-RST-IDX)
              MOVE 'N'    TO WS-RST-AUDITADA (WS-RST-IDX)
              MOVE 'N'    TO WS-RST-EXTRACTO-LEIDO (WS-RST-IDX)
              MOVE SPACES TO WS-RST-PERFIL-DECISION (WS-RST-IDX)
              MOVE 'N'    TO WS-RST-DESCARTADA (WS-RST-IDX)
           END-IF

           MOVE RES-RESULTADO TO WS-RST-RESULTADO (WS-RST-IDX)
           MOVE HIST-PUNTOS   TO WS-RST-PUNTOS (WS-RST-IDX)
           MOVE HIST-ESTADO   TO WS-RST-ESTADO (WS-RST-IDX).

       1010-LEER-RESULTADO-EXIT.
           EXIT.

       1020-BUSCAR-RESULTADO.

           ADD 1 TO WS-RST-BUSQ-IDX
           IF WS-RST-CANDIDATO-ID (WS-RST-BUSQ-IDX) = RES-CANDIDATO-ID
                 AND WS-RST-FECHA (WS-RST-BUSQ-IDX) =
                    RES-FECHA-EVALUACION
                 AND WS-RST-PERFIL-ID (WS-RST-BUSQ-IDX) =
                    RES-PERFIL-ID
              MOVE 'S' TO WS-RST-HALLADO-SW
           END-IF.

       1020-BUSCAR-RESULTADO-EXIT.
           EXIT.

       1090-RECHAZAR-RESULTADO.

           ADD 1 TO WS-CONTADOR-RECHAZADOS
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Rechazado ' DELIMITED BY SIZE
                  RES-CANDIDATO-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RES-FECHA-EVALUACION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RES-PERFIL-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RES-RESULTADO DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-MOTIVO-RECHAZO DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       1090-RECHAZAR-RESULTADO-EXIT.
           EXIT.

      * Respuestas crudas y origen del lote de cada evaluacion: la
      * fecha de la decision es la del asiento o, en una correccion
      * de mesa ('C'), la de la evaluacion corregida, cuyas
      * respuestas reemplazan a las originales. El origen se toma
      * del asiento original, que es el del lote donde PRGASIGN
      * grabo sus deltas.
       1500-CARGAR-RESPUESTAS.

           PERFORM 1510-LEER-BITACORA
              THRU 1510-LEER-BITACORA-EXIT
              UNTIL WS-FIN-BITACORA-SW = 'S'.

       1500-CARGAR-RESPUESTAS-EXIT.
           EXIT.

       1510-LEER-BITACORA.

           READ AUDITORIA
              AT END
                 MOVE 'S' TO WS-FIN-BITACORA-SW
                 GO TO 1510-LEER-BITACORA-EXIT
           END-READ

           IF AUD-MARCA-CORRECCION = 'C' AND
                 AUD-FECHA-CORREGIDA IS NUMERIC AND
                 AUD-FECHA-CORREGIDA > ZERO
              MOVE AUD-FECHA-CORREGIDA TO WS-FECHA-DECISION
           ELSE
              MOVE AUD-FECHA-HORA(1:8) TO WS-FECHA-DECISION
           END-IF

           PERFORM 1520-ANOTAR-RESPUESTAS
              THRU 1520-ANOTAR-RESPUESTAS-EXIT
              VARYING WS-RST-IDX FROM 1 BY 1
              UNTIL WS-RST-IDX > WS-RST-CARGADOS.

       1510-LEER-BITACORA-EXIT.
           EXIT.

      * Un mismo candidato + fecha puede tener resultados para mas
      * de un perfil: las respuestas se anotan en todos.
       1520-ANOTAR-RESPUESTAS.

           IF WS-RST-CANDIDATO-ID (WS-RST-IDX) NOT = AUD-CANDIDATO-ID
                 OR WS-RST-FECHA (WS-RST-IDX) NOT = WS-FECHA-DECISION
              GO TO 1520-ANOTAR-RESPUESTAS-EXIT
           END-IF

           MOVE AUD-ESTUDIANTE
              TO WS-RST-ESTUDIANTE (WS-RST-IDX)
           MOVE AUD-EXPERIENCIA
              TO WS-RST-EXPERIENCIA (WS-RST-IDX)
           MOVE AUD-ANIOS-EXPERIENCIA
              TO WS-RST-ANIOS-EXP (WS-RST-IDX)
           MOVE AUD-COBOL
              TO WS-RST-COBOL (WS-RST-IDX)
           MOVE AUD-CERTIFICACION
              TO WS-RST-CERTIFICACION (WS-RST-IDX)
           MOVE AUD-INGLES
              TO WS-RST-INGLES (WS-RST-IDX)
           MOVE 'S' TO WS-RST-AUDITADA (WS-RST-IDX)
           MOVE AUD-PERFIL-ID TO WS-RST-PERFIL-DECISION (WS-RST-IDX)

           IF AUD-MARCA-CORRECCION NOT = 'C'
              MOVE AUD-LOTE-ORIGEN TO WS-RST-ORIGEN (WS-RST-IDX)
           END-IF.

       1520-ANOTAR-RESPUESTAS-EXIT.
           EXIT.

      * La banda de HIST-ESTADO es la de la decision asentada, que
      * se tomo con el perfil de su asiento en la bitacora (el de
      * mejor ajuste en una corrida 'TODOS'). Un resultado informado
      * para otro perfil no tiene banda en ese perfil: se rechaza y
      * se lista. Sin asiento en la bitacora, o con un asiento
      * anterior a los perfiles (perfil en blanco), no hay con que
      * compararlo y se acepta como antes.
       1600-CONTROLAR-PERFILES.

           PERFORM 1610-CONTROLAR-UN-PERFIL
              THRU 1610-CONTROLAR-UN-PERFIL-EXIT
              VARYING WS-RST-IDX FROM 1 BY 1
              UNTIL WS-RST-IDX > WS-RST-CARGADOS.

       1600-CONTROLAR-PERFILES-EXIT.
           EXIT.

       1610-CONTROLAR-UN-PERFIL.

           IF WS-RST-AUDITADA (WS-RST-IDX) NOT = 'S' OR
                 WS-RST-PERFIL-DECISION (WS-RST-IDX) = SPACES OR
                 WS-RST-PERFIL-DECISION (WS-RST-IDX) =
                    WS-RST-PERFIL-ID (WS-RST-IDX)
              GO TO 1610-CONTROLAR-UN-PERFIL-EXIT
           END-IF

           MOVE 'S' TO WS-RST-DESCARTADA (WS-RST-IDX)
           SUBTRACT 1 FROM WS-CONTADOR-ACEPTADOS
           ADD 1 TO WS-CONTADOR-RECHAZADOS
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Rechazado ' DELIMITED BY SIZE
                  WS-RST-CANDIDATO-ID (WS-RST-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RST-FECHA (WS-RST-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RST-PERFIL-ID (WS-RST-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RST-RESULTADO (WS-RST-IDX) DELIMITED BY SIZE
                  ': decidido con el perfil ' DELIMITED BY SIZE
                  WS-RST-PERFIL-DECISION (WS-RST-IDX)
                     DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       1610-CONTROLAR-UN-PERFIL-EXIT.
           EXIT.

      * Deltas de asignacion: se abre una vez el extracto fechado de
      * cada fecha + origen presente en los resultados y se anota el
      * ultimo ASIGNADO / PROMOVIDO / DECLINADO de cada candidato +
      * perfil. Un extracto que ya no existe se cuenta y sus
      * resultados quedan sin asignacion registrada.
       1700-CARGAR-ASIGNACIONES.

           PERFORM 1710-LEER-EXTRACTO-LOTE
              THRU 1710-LEER-EXTRACTO-LOTE-EXIT
              VARYING WS-RST-IDX FROM 1 BY 1
              UNTIL WS-RST-IDX > WS-RST-CARGADOS.

       1700-CARGAR-ASIGNACIONES-EXIT.
           EXIT.

       1710-LEER-EXTRACTO-LOTE.

           IF WS-RST-EXTRACTO-LEIDO (WS-RST-IDX) = 'S' OR
                 WS-RST-DESCARTADA (WS-RST-IDX) = 'S'
              GO TO 1710-LEER-EXTRACTO-LOTE-EXIT
           END-IF

           MOVE WS-RST-FECHA (WS-RST-IDX)  TO WS-EXTRACTO-FECHA
           MOVE WS-RST-ORIGEN (WS-RST-IDX) TO WS-EXTRACTO-ORIGEN
           PERFORM 1740-MARCAR-LOTE-LEIDO
              THRU 1740-MARCAR-LOTE-LEIDO-EXIT
              VARYING WS-RST-BUSQ-IDX FROM WS-RST-IDX BY 1
              UNTIL WS-RST-BUSQ-IDX > WS-RST-CARGADOS

           MOVE WS-EXTRACTO-ORIGEN TO WS-LOTE-ORIGEN
           PERFORM 0160-SANEAR-ORIGEN
              THRU 0160-SANEAR-ORIGEN-EXIT

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
              GO TO 1710-LEER-EXTRACTO-LOTE-EXIT
           END-IF
           IF WS-FS-EXTRACTO NOT = '00'
              DISPLAY "ERROR: no se pudo abrir el extracto "
                 WS-EXTRACTO-ARCHIVO ", status " WS-FS-EXTRACTO
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1710-LEER-EXTRACTO-LOTE-EXIT
           END-IF

           MOVE 'N' TO WS-FIN-EXTRACTO-SW
           PERFORM 1720-LEER-DELTA
              THRU 1720-LEER-DELTA-EXIT
              UNTIL WS-FIN-EXTRACTO-SW = 'S'

           CLOSE EXTRACTO-ATS.

       1710-LEER-EXTRACTO-LOTE-EXIT.
           EXIT.

       1720-LEER-DELTA.

           READ EXTRACTO-ATS
              AT END
                 MOVE 'S' TO WS-FIN-EXTRACTO-SW
                 GO TO 1720-LEER-DELTA-EXIT
           END-READ

           IF ATS-ESTADO NOT = 'ASIGNADO' AND
                 ATS-ESTADO NOT = 'PROMOVIDO' AND
                 ATS-ESTADO NOT = 'DECLINADO'
              GO TO 1720-LEER-DELTA-EXIT
           END-IF

           PERFORM 1730-ANOTAR-ASIGNACION
              THRU 1730-ANOTAR-ASIGNACION-EXIT
              VARYING WS-RST-BUSQ-IDX FROM 1 BY 1
              UNTIL WS-RST-BUSQ-IDX > WS-RST-CARGADOS.

       1720-LEER-DELTA-EXIT.
           EXIT.

       1730-ANOTAR-ASIGNACION.

           IF WS-RST-CANDIDATO-ID (WS-RST-BUSQ-IDX) = ATS-CANDIDATO-ID
                 AND WS-RST-PERFIL-ID (WS-RST-BUSQ-IDX) = ATS-PERFIL-ID
                 AND WS-RST-FECHA (WS-RST-BUSQ-IDX) =
                    WS-EXTRACTO-FECHA
                 AND WS-RST-ORIGEN (WS-RST-BUSQ-IDX) =
                    WS-EXTRACTO-ORIGEN
              MOVE ATS-ESTADO TO WS-RST-ASIGNACION (WS-RST-BUSQ-IDX)
           END-IF.

       1730-ANOTAR-ASIGNACION-EXIT.
           EXIT.

       1740-MARCAR-LOTE-LEIDO.

           IF WS-RST-FECHA (WS-RST-BUSQ-IDX) = WS-EXTRACTO-FECHA AND
                 WS-RST-ORIGEN (WS-RST-BUSQ-IDX) = WS-EXTRACTO-ORIGEN
              MOVE 'S' TO WS-RST-EXTRACTO-LEIDO (WS-RST-BUSQ-IDX)
           END-IF.

       1740-MARCAR-LOTE-LEIDO-EXIT.
           EXIT.

      * Acumula cada resultado en su perfil: una vez por su banda y
      * una vez por cada respuesta. Un contratado sin delta
      * ASIGNADO / PROMOVIDO se lista, porque RRHH contrato por
      * fuera del reparto o el extracto no se conservo.
       2000-ACUMULAR-RESULTADOS.

           PERFORM 2100-ACUMULAR-UN-RESULTADO
              THRU 2100-ACUMULAR-UN-RESULTADO-EXIT
              VARYING WS-RST-IDX FROM 1 BY 1
              UNTIL WS-RST-IDX > WS-RST-CARGADOS
                 OR WS-ERROR-FATAL-SW = 'S'.

       2000-ACUMULAR-RESULTADOS-EXIT.
           EXIT.

       2100-ACUMULAR-UN-RESULTADO.

           IF WS-RST-DESCARTADA (WS-RST-IDX) = 'S'
              GO TO 2100-ACUMULAR-UN-RESULTADO-EXIT
           END-IF

           MOVE 'N'  TO WS-PRF-HALLADO-SW
           MOVE ZERO TO WS-PRF-BUSQ-IDX
           PERFORM 2110-BUSCAR-PERFIL
              THRU 2110-BUSCAR-PERFIL-EXIT
              UNTIL WS-PRF-BUSQ-IDX NOT LESS WS-PRF-CARGADOS
                 OR WS-PRF-HALLADO-SW = 'S'

           IF WS-PRF-HALLADO-SW = 'S'
              MOVE WS-PRF-BUSQ-IDX TO WS-PRF-IDX
           ELSE
              IF WS-PRF-CARGADOS NOT LESS WS-PRF-MAXIMO
                 DISPLAY "ERROR: RESULTADOS supera la tabla de "
                    "perfiles"
                 MOVE 'S' TO WS-ERROR-FATAL-SW
                 GO TO 2100-ACUMULAR-UN-RESULTADO-EXIT
              END-IF
              ADD 1 TO WS-PRF-CARGADOS
              MOVE WS-PRF-CARGADOS TO WS-PRF-IDX
              MOVE WS-RST-PERFIL-ID (WS-RST-IDX)
                 TO WS-PRF-PERFIL-ID (WS-PRF-IDX)
           END-IF

           EVALUATE WS-RST-ESTADO (WS-RST-IDX)
              WHEN 'APROBADO'
                 MOVE 1 TO WS-REN-IDX
              WHEN 'LISTA-ESPERA'
                 MOVE 2 TO WS-REN-IDX
              WHEN OTHER
                 MOVE 3 TO WS-REN-IDX
           END-EVALUATE
           PERFORM 2200-SUMAR-RENGLON
              THRU 2200-SUMAR-RENGLON-EXIT

           IF WS-RST-AUDITADA (WS-RST-IDX) = 'S'
              PERFORM 2150-ACUMULAR-RESPUESTAS
                 THRU 2150-ACUMULAR-RESPUESTAS-EXIT
           ELSE
              ADD 1 TO WS-CONTADOR-SIN-AUDITORIA
              MOVE 17 TO WS-REN-IDX
              PERFORM 2200-SUMAR-RENGLON
                 THRU 2200-SUMAR-RENGLON-EXIT
           END-IF

           IF WS-RST-RESULTADO (WS-RST-IDX) NOT = 'NO-PRESENTO' AND
                 WS-RST-ASIGNACION (WS-RST-IDX) NOT = 'ASIGNADO' AND
                 WS-RST-ASIGNACION (WS-RST-IDX) NOT = 'PROMOVIDO'
              ADD 1 TO WS-CONTADOR-SIN-ASIGNACION
              MOVE SPACES TO WS-CONTROL-LINEA
              STRING 'Contratado sin asignacion registrada: '
                        DELIMITED BY SIZE
                     WS-RST-CANDIDATO-ID (WS-RST-IDX)
                        DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-RST-FECHA (WS-RST-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-RST-PERFIL-ID (WS-RST-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-RST-ASIGNACION (WS-RST-IDX) DELIMITED BY SIZE
                     INTO WS-CONTROL-LINEA
              PERFORM 4910-ESCRIBIR-LINEA
                 THRU 4910-ESCRIBIR-LINEA-EXIT
           END-IF.

       2100-ACUMULAR-UN-RESULTADO-EXIT.
           EXIT.

       2110-BUSCAR-PERFIL.

           ADD 1 TO WS-PRF-BUSQ-IDX
           IF WS-PRF-PERFIL-ID (WS-PRF-BUSQ-IDX) =
                 WS-RST-PERFIL-ID (WS-RST-IDX)
              MOVE 'S' TO WS-PRF-HALLADO-SW
           END-IF.

       2110-BUSCAR-PERFIL-EXIT.
           EXIT.

      * Un renglon por respuesta; una respuesta invalida no suma en
      * ese renglon, igual que no suma puntos en la corrida real.
      * Los anios se agrupan en los mismos tramos del puntaje.
       2150-ACUMULAR-RESPUESTAS.

           MOVE WS-RST-ESTUDIANTE (WS-RST-IDX)    TO WS-ESTUDIANTE
           MOVE WS-RST-EXPERIENCIA (WS-RST-IDX)   TO WS-EXPERIENCIA
           MOVE WS-RST-ANIOS-EXP (WS-RST-IDX)
              TO WS-ANIOS-EXPERIENCIA
           MOVE WS-RST-COBOL (WS-RST-IDX)         TO WS-COBOL
           MOVE WS-RST-CERTIFICACION (WS-RST-IDX) TO WS-CERTIFICACION
           MOVE WS-RST-INGLES (WS-RST-IDX)        TO WS-INGLES

           MOVE ZERO TO WS-REN-IDX
           EVALUATE TRUE
              WHEN WS-ESTUDIANTE-SI
                 MOVE 4 TO WS-REN-IDX
              WHEN WS-ESTUDIANTE-NO
                 MOVE 5 TO WS-REN-IDX
              WHEN WS-ESTUDIANTE-A
                 MOVE 6 TO WS-REN-IDX
           END-EVALUATE
           PERFORM 2200-SUMAR-RENGLON
              THRU 2200-SUMAR-RENGLON-EXIT

           MOVE ZERO TO WS-REN-IDX
           EVALUATE TRUE
              WHEN WS-EXPERIENCIA-NO
                 MOVE 7 TO WS-REN-IDX
              WHEN NOT WS-EXPERIENCIA-SI
                 CONTINUE
              WHEN WS-ANIOS-EXPERIENCIA NOT LESS 5
                 MOVE 10 TO WS-REN-IDX
              WHEN WS-ANIOS-EXPERIENCIA NOT LESS 2
                 MOVE 9 TO WS-REN-IDX
              WHEN WS-ANIOS-EXPERIENCIA NOT LESS 1
                 MOVE 8 TO WS-REN-IDX
              WHEN OTHER
                 MOVE 7 TO WS-REN-IDX
           END-EVALUATE
           PERFORM 2200-SUMAR-RENGLON
              THRU 2200-SUMAR-RENGLON-EXIT

           MOVE ZERO TO WS-REN-IDX
           EVALUATE TRUE
              WHEN WS-COBOL-SI
                 MOVE 11 TO WS-REN-IDX
              WHEN WS-COBOL-NO
                 MOVE 12 TO WS-REN-IDX
           END-EVALUATE
           PERFORM 2200-SUMAR-RENGLON
              THRU 2200-SUMAR-RENGLON-EXIT

           MOVE ZERO TO WS-REN-IDX
           EVALUATE TRUE
              WHEN WS-CERTIFICACION-SI
                 MOVE 13 TO WS-REN-IDX
              WHEN WS-CERTIFICACION-NO
                 MOVE 14 TO WS-REN-IDX
           END-EVALUATE
           PERFORM 2200-SUMAR-RENGLON
              THRU 2200-SUMAR-RENGLON-EXIT

           MOVE ZERO TO WS-REN-IDX
           EVALUATE TRUE
              WHEN WS-INGLES-SI
                 MOVE 15 TO WS-REN-IDX
              WHEN WS-INGLES-NO
                 MOVE 16 TO WS-REN-IDX
           END-EVALUATE
           PERFORM 2200-SUMAR-RENGLON
              THRU 2200-SUMAR-RENGLON-EXIT.

       2150-ACUMULAR-RESPUESTAS-EXIT.
           EXIT.

      * Suma el resultado WS-RST-IDX en el renglon WS-REN-IDX del
      * perfil WS-PRF-IDX. BAJA-PRUEBA y ACTIVO-90 son contratados
      * con el resultado de los 90 dias ya conocido.
       2200-SUMAR-RENGLON.

           IF WS-REN-IDX = ZERO
              GO TO 2200-SUMAR-RENGLON-EXIT
           END-IF

           ADD 1 TO WS-REN-CASOS (WS-PRF-IDX, WS-REN-IDX)

           IF WS-RST-ASIGNACION (WS-RST-IDX) = 'ASIGNADO' OR
                 WS-RST-ASIGNACION (WS-RST-IDX) = 'PROMOVIDO'
              ADD 1 TO WS-REN-ASIGNADOS (WS-PRF-IDX, WS-REN-IDX)
           END-IF

           EVALUATE WS-RST-RESULTADO (WS-RST-IDX)
              WHEN 'CONTRATADO'
                 ADD 1 TO WS-REN-CONTRATADOS (WS-PRF-IDX, WS-REN-IDX)
              WHEN 'NO-PRESENTO'
                 ADD 1 TO WS-REN-NO-PRESENTO (WS-PRF-IDX, WS-REN-IDX)
              WHEN 'BAJA-PRUEBA'
                 ADD 1 TO WS-REN-CONTRATADOS (WS-PRF-IDX, WS-REN-IDX)
                 ADD 1 TO WS-REN-BAJAS (WS-PRF-IDX, WS-REN-IDX)
              WHEN 'ACTIVO-90'
                 ADD 1 TO WS-REN-CONTRATADOS (WS-PRF-IDX, WS-REN-IDX)
                 ADD 1 TO WS-REN-ACTIVOS (WS-PRF-IDX, WS-REN-IDX)
           END-EVALUATE.

       2200-SUMAR-RENGLON-EXIT.
           EXIT.

      * Reporte por perfil: bandas primero, despues respuestas. Los
      * renglones sin casos no se imprimen.
       3000-IMPRIMIR-VALIDEZ.

           PERFORM 3100-IMPRIMIR-PERFIL
              THRU 3100-IMPRIMIR-PERFIL-EXIT
              VARYING WS-PRF-IDX FROM 1 BY 1
              UNTIL WS-PRF-IDX > WS-PRF-CARGADOS

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Contr incluye BAJA-PRUEBA y ACTIVO-90. '
                     DELIMITED BY SIZE
                  '%Contr = Contr / Casos. ' DELIMITED BY SIZE
                  '%Reten = Act90 / (Act90 + Baja).' DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       3000-IMPRIMIR-VALIDEZ-EXIT.
           EXIT.

       3100-IMPRIMIR-PERFIL.

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Perfil ' DELIMITED BY SIZE
                  WS-PRF-PERFIL-ID (WS-PRF-IDX) DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE SPACES TO WS-CONTROL-LINEA
           MOVE 'Banda/Respuesta' TO WS-CONTROL-LINEA(1:15)
           MOVE 'Casos'  TO WS-CONTROL-LINEA(18:5)
           MOVE 'Asign'  TO WS-CONTROL-LINEA(24:5)
           MOVE 'Contr'  TO WS-CONTROL-LINEA(30:5)
           MOVE 'NoPre'  TO WS-CONTROL-LINEA(36:5)
           MOVE 'Baja'   TO WS-CONTROL-LINEA(43:4)
           MOVE 'Act90'  TO WS-CONTROL-LINEA(48:5)
           MOVE '%Contr' TO WS-CONTROL-LINEA(54:6)
           MOVE '%Reten' TO WS-CONTROL-LINEA(61:6)
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           PERFORM 3200-IMPRIMIR-RENGLON
              THRU 3200-IMPRIMIR-RENGLON-EXIT
              VARYING WS-REN-IDX FROM 1 BY 1
              UNTIL WS-REN-IDX > 17.

       3100-IMPRIMIR-PERFIL-EXIT.
           EXIT.

       3200-IMPRIMIR-RENGLON.

           IF WS-REN-CASOS (WS-PRF-IDX, WS-REN-IDX) = ZERO
              GO TO 3200-IMPRIMIR-RENGLON-EXIT
           END-IF

           MOVE WS-ETIQ-RENGLON (WS-REN-IDX) TO WS-LREN-ETIQUETA
           MOVE WS-REN-CASOS (WS-PRF-IDX, WS-REN-IDX)
              TO WS-LREN-CASOS
           MOVE WS-REN-ASIGNADOS (WS-PRF-IDX, WS-REN-IDX)
              TO WS-LREN-ASIGNADOS
           MOVE WS-REN-CONTRATADOS (WS-PRF-IDX, WS-REN-IDX)
              TO WS-LREN-CONTRATADOS
           MOVE WS-REN-NO-PRESENTO (WS-PRF-IDX, WS-REN-IDX)
              TO WS-LREN-NO-PRESENTO
           MOVE WS-REN-BAJAS (WS-PRF-IDX, WS-REN-IDX)
              TO WS-LREN-BAJAS
           MOVE WS-REN-ACTIVOS (WS-PRF-IDX, WS-REN-IDX)
              TO WS-LREN-ACTIVOS

           COMPUTE WS-TASA ROUNDED =
              WS-REN-CONTRATADOS (WS-PRF-IDX, WS-REN-IDX) * 100
              / WS-REN-CASOS (WS-PRF-IDX, WS-REN-IDX)
           MOVE WS-TASA    TO WS-TASA-ED
           MOVE WS-TASA-ED TO WS-LREN-TASA-CONTR(1:3)
           MOVE '%'        TO WS-LREN-TASA-CONTR(4:1)

           COMPUTE WS-TASA-BASE =
              WS-REN-ACTIVOS (WS-PRF-IDX, WS-REN-IDX) +
              WS-REN-BAJAS (WS-PRF-IDX, WS-REN-IDX)
           IF WS-TASA-BASE = ZERO
              MOVE '   -' TO WS-LREN-TASA-RETEN
           ELSE
              COMPUTE WS-TASA ROUNDED =
                 WS-REN-ACTIVOS (WS-PRF-IDX, WS-REN-IDX) * 100
                 / WS-TASA-BASE
              MOVE WS-TASA    TO WS-TASA-ED
              MOVE WS-TASA-ED TO WS-LREN-TASA-RETEN(1:3)
              MOVE '%'        TO WS-LREN-TASA-RETEN(4:1)
           END-IF

           MOVE WS-LINEA-RENGLON TO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       3200-IMPRIMIR-RENGLON-EXIT.
           EXIT.

      * Totales de control de la corrida
       4000-IMPRIMIR-RESUMEN.

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           MOVE WS-CONTADOR-LEIDOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Resultados leidos         : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-ACEPTADOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Evaluaciones con resultado: ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-REEMPLAZADOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Resultados actualizados   : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-RECHAZADOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Resultados rechazados     : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-SIN-AUDITORIA TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Sin asiento en bitacora   : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-SIN-EXTRACTO TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Extractos no encontrados  : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-SIN-ASIGNACION TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Contratados sin asignacion: ' DELIMITED BY SIZE
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
           WRITE VAL-LINEA FROM WS-SEPARADOR-LINEA.

       4900-ESCRIBIR-SEPARADOR-EXIT.
           EXIT.

       4910-ESCRIBIR-LINEA.

           DISPLAY WS-CONTROL-LINEA
           WRITE VAL-LINEA FROM WS-CONTROL-LINEA.

       4910-ESCRIBIR-LINEA-EXIT.
           EXIT.

      * Cierre ordenado de los archivos
       0900-FINALIZAR.

           CLOSE RESULTADOS
           CLOSE AUDITORIA
           CLOSE VALIDEZ
           IF WS-HISTORIAL-ABIERTO-SW = 'S'
              CLOSE HISTORIAL
           END-IF.

       0900-FINALIZAR-EXIT.
           EXIT.

      * Codigo de retorno: 0 todo cruzado, 4 hubo resultados
      * rechazados, extractos faltantes o contratados sin
      * asignacion registrada, 12 error fatal.
       0950-FIJAR-CODIGO-RETORNO.

           EVALUATE TRUE
              WHEN WS-ERROR-FATAL-SW = 'S'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CONTADOR-RECHAZADOS > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN WS-CONTADOR-SIN-EXTRACTO > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN WS-CONTADOR-SIN-ASIGNACION > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       0950-FIJAR-CODIGO-RETORNO-EXIT.
           EXIT.


       END PROGRAM PRGRESUL.
