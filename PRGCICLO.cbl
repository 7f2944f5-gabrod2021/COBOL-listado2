      ******************************************************************
      * Author:Gabriela Cristina Rodriguez
      * Date:
      * Purpose: Controlador del ciclo diario: lee el plan del dia
      *          PLANCICLO (lotes y pasos en orden) y corre cada paso
      *          -PRGCVEM2 por lote, PRGCORR, PRGASIGN, PRGRECON y,
      *          en los dias que les tocan, PRGCALIB y PRGPURGA- con
      *          sus opciones en una tarjeta de control, sin ninguna
      *          pregunta de consola. Cada arranque y cada fin de paso
      *          quedan en la bitacora permanente JOBLOG con fecha,
      *          hora, codigo de retorno y conteos del paso. Un paso
      *          que devuelve 12 corta la cadena; al volver a correr
      *          el mismo plan se omiten los pasos que ya terminaron
      *          y se sigue desde el que fallo (un PRGCVEM2 que habia
      *          arrancado reanuda ademas desde su checkpoint, solo
      *          el mismo dia en que arranco).
      * Tectonics: cobc
      * Modification History:
      *   2026-10-11  GCR  Version inicial.
      *   2026-10-15  GCR  La jornada de PRGASIGN y PRGRECON se puede
      *                     dar en PLAN-FECHA-DESDE (acuse y
      *                     asignaciones de un lote de otro dia); se
      *                     valida al cargar el plan.
      *   2026-10-15  GCR  Un PRGCVEM2 sin terminar no se reanuda
      *                     otro dia (su checkpoint es del dia en que
      *                     arranco): el ciclo sale con 12. Se
      *                     verifica la grabacion de JOBLOG y de la
      *                     tarjeta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCICLO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-CICLO ASSIGN TO "PLANCICLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLAN.

           SELECT JOBLOG ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOBLOG.

           SELECT TARJETA-PASO ASSIGN TO "TARJCICLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARJETA.

           SELECT CONTEOS ASSIGN TO "CONTEOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTEOS.

       DATA DIVISION.
       FILE SECTION.
      * Plan del dia, un paso por renglon
       FD PLAN-CICLO.
       01 PLAN-REGISTRO.
           COPY PLANREC.

      * Bitacora permanente de corridas del ciclo
       FD JOBLOG.
       01 JLOG-REGISTRO.
           COPY JLOGREC.

      * Tarjeta de control del paso en curso; cada programa la lee
      * con su propio nombre logico, que el ciclo apunta a este
      * archivo (DD_TARJETAS, DD_TARJCORR, etc.)
       FD TARJETA-PASO.
       01 TARJ-LINEA                      PIC X(120).

      * Conteos que deja el paso al terminar
       FD CONTEOS.
       01 CONT-REGISTRO.
           COPY CONTREC.

       WORKING-STORAGE SECTION.
      * Pasos del plan del dia, con lo que la bitacora JOBLOG dice
      * de corridas anteriores del mismo ciclo.
       01 WS-TABLA-PASOS.
          02 WS-PASO-MAXIMO               PIC 9(04) COMP VALUE 100.
          02 WS-PASO-CARGADOS             PIC 9(04) COMP VALUE ZERO.
          02 WS-PASO-IDX                  PIC 9(04) COMP VALUE ZERO.
          02 WS-PASO-BUSQ-IDX             PIC 9(04) COMP VALUE ZERO.
          02 WS-PASO-ENTRADA OCCURS 100.
             03 WS-PASO-SECUENCIA         PIC 9(03).
             03 WS-PASO-PROGRAMA          PIC X(08).
             03 WS-PASO-LOTE-ORIGEN       PIC X(20).
             03 WS-PASO-CANDIDATOS-ARCHIVO
                                          PIC X(44).
             03 WS-PASO-EVALUADOR-ID      PIC X(10).
             03 WS-PASO-PERFIL            PIC X(10).
             03 WS-PASO-FECHA-DESDE       PIC X(08).
             03 WS-PASO-FECHA-HASTA       PIC X(08).
             03 WS-PASO-CONFIRMA          PIC X(01).
             03 WS-PASO-INICIADO          PIC X(01).
             03 WS-PASO-TERMINADO         PIC X(01).
             03 WS-PASO-FECHA-CORRIDA     PIC 9(08).
             03 WS-PASO-FECHA-ARRANQUE    PIC 9(08).
             03 WS-PASO-RC-ANTERIOR       PIC 9(03).

      * Tarjeta de control del paso en curso, con la vista de cada
      * programa: el layout es el del FD de tarjeta de ese programa.
       01 WS-TARJETA-PASO                 PIC X(120) VALUE SPACE.
       01 WS-TARJ-CVEM2 REDEFINES WS-TARJETA-PASO.
          05 WS-TCV-EVALUADOR-ID          PIC X(10).
          05 WS-TCV-MODO-EJECUCION        PIC X(01).
          05 WS-TCV-MODO-REINICIO         PIC X(01).
          05 WS-TCV-PERFIL                PIC X(10).
          05 WS-TCV-CANDIDATOS-ARCHIVO    PIC X(44).
          05 WS-TCV-LOTE-ORIGEN           PIC X(20).
          05 FILLER                       PIC X(34).
       01 WS-TARJ-CORR REDEFINES WS-TARJETA-PASO.
          05 WS-TCO-USUARIO-ID            PIC X(10).
          05 WS-TCO-PERFIL                PIC X(10).
          05 WS-TCO-LOTE-ORIGEN           PIC X(20).
          05 FILLER                       PIC X(80).
       01 WS-TARJ-JORNADA REDEFINES WS-TARJETA-PASO.
          05 WS-TJO-FECHA-JORNADA         PIC X(08).
          05 WS-TJO-LOTE-ORIGEN           PIC X(20).
          05 FILLER                       PIC X(92).
       01 WS-TARJ-CALIB REDEFINES WS-TARJETA-PASO.
          05 WS-TCA-FECHA-DESDE           PIC X(08).
          05 WS-TCA-FECHA-HASTA           PIC X(08).
          05 FILLER                       PIC X(104).
       01 WS-TARJ-PURGA REDEFINES WS-TARJETA-PASO.
          05 WS-TPU-FECHA-CORTE           PIC X(08).
          05 WS-TPU-CONFIRMA              PIC X(01).
          05 FILLER                       PIC X(111).

       01 WS-TEMPORALES.
          02 WS-FECHA-CICLO               PIC 9(08) VALUE ZERO.
          02 WS-SECUENCIA-ANTERIOR        PIC 9(03) VALUE ZERO.
          02 WS-FECHA-JORNADA             PIC 9(08) VALUE ZERO.
          02 WS-FECHA-INICIO-PASO         PIC 9(08) VALUE ZERO.
          02 WS-PASO-RC                   PIC 9(03) VALUE ZERO.
          02 WS-ESTADO-SISTEMA            PIC S9(09) COMP VALUE ZERO.
          02 WS-COMANDO                   PIC X(80) VALUE SPACE.
          02 WS-CONTEO-IDX                PIC 9(04) COMP VALUE ZERO.
          02 WS-RC-ED                     PIC ZZ9.
          02 WS-SECUENCIA-CORTE           PIC 9(03) VALUE ZERO.

       01 WS-SWITCHES.
          02 WS-FIN-PLAN-SW               PIC X(01) VALUE 'N'.
          02 WS-FIN-JOBLOG-SW             PIC X(01) VALUE 'N'.
          02 WS-PASO-HALLADO-SW           PIC X(01) VALUE 'N'.
          02 WS-JOBLOG-ABIERTO-SW         PIC X(01) VALUE 'N'.
          02 WS-CADENA-CORTADA-SW         PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
          02 WS-CONTADOR-OMITIDOS         PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-EJECUTADOS       PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-ADVERTENCIAS     PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-PENDIENTES       PIC 9(06) VALUE ZERO.
          02 WS-NUM-ED                    PIC ZZZZZ9.

       01 WS-FILE-STATUS.
          02 WS-FS-PLAN                   PIC X(02) VALUE '00'.
          02 WS-FS-JOBLOG                 PIC X(02) VALUE '00'.
          02 WS-FS-TARJETA                PIC X(02) VALUE '00'.
          02 WS-FS-CONTEOS                PIC X(02) VALUE '00'.

       01 WS-FECHA-HORA.
          02 WS-FECHA-ACTUAL              PIC 9(08) VALUE ZERO.
          02 WS-HORA-ACTUAL               PIC 9(08) VALUE ZERO.

       01 WS-CONTROL-LINEA                PIC X(94) VALUE SPACE.
       01 WS-SEPARADOR-LINEA              PIC X(94) VALUE ALL '-'.

       PROCEDURE DIVISION.
       0000-PROCESO-PRINCIPAL.

           PERFORM 0100-INICIALIZAR
              THRU 0100-INICIALIZAR-EXIT

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 2000-EJECUTAR-PASO
                 THRU 2000-EJECUTAR-PASO-EXIT
                 VARYING WS-PASO-IDX FROM 1 BY 1
                 UNTIL WS-PASO-IDX > WS-PASO-CARGADOS
                    OR WS-CADENA-CORTADA-SW = 'S'
                    OR WS-ERROR-FATAL-SW = 'S'
           END-IF

           PERFORM 4000-IMPRIMIR-RESUMEN
              THRU 4000-IMPRIMIR-RESUMEN-EXIT

           PERFORM 0900-FINALIZAR
              THRU 0900-FINALIZAR-EXIT

           PERFORM 0950-FIJAR-CODIGO-RETORNO
              THRU 0950-FIJAR-CODIGO-RETORNO-EXIT.

           STOP RUN.
       0000-PROCESO-PRINCIPAL-FIN.
           EXIT.

      * Plan del dia, estado de corridas anteriores del mismo ciclo
      * y apertura de la bitacora. Las tarjetas de control de todos
      * los pasos se apuntan al archivo del ciclo: los programas
      * corren como procesos hijos y heredan estas variables.
       0100-INICIALIZAR.

           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL  FROM TIME

           SET ENVIRONMENT "DD_TARJETAS"  TO "TARJCICLO"
           SET ENVIRONMENT "DD_TARJCORR"  TO "TARJCICLO"
           SET ENVIRONMENT "DD_TARJASIGN" TO "TARJCICLO"
           SET ENVIRONMENT "DD_TARJRECON" TO "TARJCICLO"
           SET ENVIRONMENT "DD_TARJCALIB" TO "TARJCICLO"
           SET ENVIRONMENT "DD_TARJPURGA" TO "TARJCICLO"

           PERFORM 1000-CARGAR-PLAN
              THRU 1000-CARGAR-PLAN-EXIT

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           PERFORM 1100-CARGAR-JOBLOG
              THRU 1100-CARGAR-JOBLOG-EXIT

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           PERFORM 1200-VALIDAR-REINICIO
              THRU 1200-VALIDAR-REINICIO-EXIT
              VARYING WS-PASO-IDX FROM 1 BY 1
              UNTIL WS-PASO-IDX > WS-PASO-CARGADOS

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

      *    La bitacora acumula entre corridas; se crea la primera vez
           OPEN EXTEND JOBLOG
           IF WS-FS-JOBLOG NOT = '00'
              OPEN OUTPUT JOBLOG
           END-IF
           IF WS-FS-JOBLOG NOT = '00'
              DISPLAY "ERROR: no se pudo abrir JOBLOG, status "
                 WS-FS-JOBLOG
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF
           MOVE 'S' TO WS-JOBLOG-ABIERTO-SW

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Ciclo diario del ' DELIMITED BY SIZE
                  WS-FECHA-CICLO DELIMITED BY SIZE
                  ', corrida del ' DELIMITED BY SIZE
                  WS-FECHA-ACTUAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HORA-ACTUAL(1:6) DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT
           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT.

       0100-INICIALIZAR-EXIT.
           EXIT.

      * Carga y valida el plan completo antes de correr nada: un
      * plan con un renglon invalido no arranca ningun paso.
       1000-CARGAR-PLAN.

           OPEN INPUT PLAN-CICLO
           IF WS-FS-PLAN NOT = '00'
              DISPLAY "ERROR: no se pudo abrir PLANCICLO, status "
                 WS-FS-PLAN
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1000-CARGAR-PLAN-EXIT
           END-IF

           PERFORM 1010-LEER-PLAN
              THRU 1010-LEER-PLAN-EXIT
              UNTIL WS-FIN-PLAN-SW = 'S'

           CLOSE PLAN-CICLO

           IF WS-ERROR-FATAL-SW NOT = 'S' AND WS-PASO-CARGADOS = ZERO
              DISPLAY "ERROR: el plan PLANCICLO no tiene pasos"
              MOVE 'S' TO WS-ERROR-FATAL-SW
           END-IF.

       1000-CARGAR-PLAN-EXIT.
           EXIT.

       1010-LEER-PLAN.

           READ PLAN-CICLO
              AT END
                 MOVE 'S' TO WS-FIN-PLAN-SW
                 GO TO 1010-LEER-PLAN-EXIT
           END-READ

           IF PLAN-REGISTRO = SPACES
              GO TO 1010-LEER-PLAN-EXIT
           END-IF

           PERFORM 1020-VALIDAR-PASO
              THRU 1020-VALIDAR-PASO-EXIT

           IF WS-ERROR-FATAL-SW = 'S'
              MOVE 'S' TO WS-FIN-PLAN-SW
              GO TO 1010-LEER-PLAN-EXIT
           END-IF

           ADD 1 TO WS-PASO-CARGADOS
           MOVE WS-PASO-CARGADOS TO WS-PASO-IDX
           MOVE PLAN-SECUENCIA   TO WS-PASO-SECUENCIA (WS-PASO-IDX)
           MOVE PLAN-PROGRAMA    TO WS-PASO-PROGRAMA (WS-PASO-IDX)
           MOVE PLAN-LOTE-ORIGEN TO WS-PASO-LOTE-ORIGEN (WS-PASO-IDX)
           MOVE PLAN-CANDIDATOS-ARCHIVO
              TO WS-PASO-CANDIDATOS-ARCHIVO (WS-PASO-IDX)
           MOVE PLAN-EVALUADOR-ID
              TO WS-PASO-EVALUADOR-ID (WS-PASO-IDX)
           MOVE PLAN-PERFIL      TO WS-PASO-PERFIL (WS-PASO-IDX)
           MOVE PLAN-FECHA-DESDE TO WS-PASO-FECHA-DESDE (WS-PASO-IDX)
           MOVE PLAN-FECHA-HASTA TO WS-PASO-FECHA-HASTA (WS-PASO-IDX)
           MOVE PLAN-CONFIRMA    TO WS-PASO-CONFIRMA (WS-PASO-IDX)
           MOVE 'N'  TO WS-PASO-INICIADO (WS-PASO-IDX)
           MOVE 'N'  TO WS-PASO-TERMINADO (WS-PASO-IDX)
           MOVE ZERO TO WS-PASO-FECHA-CORRIDA (WS-PASO-IDX)
           MOVE ZERO TO WS-PASO-FECHA-ARRANQUE (WS-PASO-IDX)
           MOVE ZERO TO WS-PASO-RC-ANTERIOR (WS-PASO-IDX).

       1010-LEER-PLAN-EXIT.
           EXIT.

      * Todos los renglones del plan son del mismo ciclo, con
      * secuencia creciente y un programa del ciclo diario.
       1020-VALIDAR-PASO.

           IF PLAN-FECHA-CICLO IS NOT NUMERIC OR
                 PLAN-FECHA-CICLO = ZEROS
              DISPLAY "ERROR: fecha de ciclo invalida en PLANCICLO: "
                 PLAN-FECHA-CICLO
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1020-VALIDAR-PASO-EXIT
           END-IF

           IF WS-PASO-CARGADOS = ZERO
              MOVE PLAN-FECHA-CICLO TO WS-FECHA-CICLO
           END-IF

           IF PLAN-FECHA-CICLO NOT = WS-FECHA-CICLO
              DISPLAY "ERROR: PLANCICLO mezcla ciclos: " WS-FECHA-CICLO
                 " y " PLAN-FECHA-CICLO
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1020-VALIDAR-PASO-EXIT
           END-IF

           IF PLAN-SECUENCIA IS NOT NUMERIC
              DISPLAY "ERROR: secuencia invalida en PLANCICLO: "
                 PLAN-SECUENCIA
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1020-VALIDAR-PASO-EXIT
           END-IF

           IF WS-PASO-CARGADOS > ZERO AND
                 PLAN-SECUENCIA NOT > WS-SECUENCIA-ANTERIOR
              DISPLAY "ERROR: secuencia fuera de orden en PLANCICLO: "
                 PLAN-SECUENCIA
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1020-VALIDAR-PASO-EXIT
           END-IF
           MOVE PLAN-SECUENCIA TO WS-SECUENCIA-ANTERIOR

           EVALUATE PLAN-PROGRAMA
              WHEN 'PRGCVEM2'
              WHEN 'PRGCORR'
              WHEN 'PRGCALIB'
                 CONTINUE
              WHEN 'PRGASIGN'
              WHEN 'PRGRECON'
                 PERFORM 1030-VALIDAR-JORNADA
                    THRU 1030-VALIDAR-JORNADA-EXIT
              WHEN 'PRGPURGA'
                 IF PLAN-FECHA-DESDE IS NOT NUMERIC
                    DISPLAY "ERROR: paso " PLAN-SECUENCIA
                       " PRGPURGA sin fecha de corte"
                    MOVE 'S' TO WS-ERROR-FATAL-SW
                 END-IF
              WHEN OTHER
                 DISPLAY "ERROR: paso " PLAN-SECUENCIA
                    " con programa ajeno al ciclo: " PLAN-PROGRAMA
                 MOVE 'S' TO WS-ERROR-FATAL-SW
           END-EVALUATE

           IF WS-ERROR-FATAL-SW NOT = 'S' AND
                 WS-PASO-CARGADOS NOT LESS WS-PASO-MAXIMO
              DISPLAY "ERROR: el plan supera los pasos de la tabla"
              MOVE 'S' TO WS-ERROR-FATAL-SW
           END-IF.

       1020-VALIDAR-PASO-EXIT.
           EXIT.

      * La jornada dada a PRGASIGN o PRGRECON en PLAN-FECHA-DESDE es
      * una fecha AAAAMMDD que no puede ser posterior al ciclo; en
      * blanco la pone el ciclo.
       1030-VALIDAR-JORNADA.

           IF PLAN-FECHA-DESDE = SPACES
              GO TO 1030-VALIDAR-JORNADA-EXIT
           END-IF

           IF PLAN-FECHA-DESDE IS NOT NUMERIC
              DISPLAY "ERROR: paso " PLAN-SECUENCIA " " PLAN-PROGRAMA
                 " con jornada invalida: " PLAN-FECHA-DESDE
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1030-VALIDAR-JORNADA-EXIT
           END-IF

           IF PLAN-FECHA-DESDE(5:2) < '01' OR
                 PLAN-FECHA-DESDE(5:2) > '12' OR
                 PLAN-FECHA-DESDE(7:2) < '01' OR
                 PLAN-FECHA-DESDE(7:2) > '31'
              DISPLAY "ERROR: paso " PLAN-SECUENCIA " " PLAN-PROGRAMA
                 " con jornada invalida: " PLAN-FECHA-DESDE
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1030-VALIDAR-JORNADA-EXIT
           END-IF

           IF PLAN-FECHA-DESDE > PLAN-FECHA-CICLO
              DISPLAY "ERROR: paso " PLAN-SECUENCIA " " PLAN-PROGRAMA
                 " con jornada " PLAN-FECHA-DESDE
                 " posterior al ciclo"
              MOVE 'S' TO WS-ERROR-FATAL-SW
           END-IF.

       1030-VALIDAR-JORNADA-EXIT.
           EXIT.

      * Corridas anteriores del mismo ciclo: un paso esta hecho si
      * su ultimo fin trajo un codigo menor a 12; si arranco y no
      * termino bien, se vuelve a correr.
       1100-CARGAR-JOBLOG.

           OPEN INPUT JOBLOG
           IF WS-FS-JOBLOG = '35'
              GO TO 1100-CARGAR-JOBLOG-EXIT
           END-IF
           IF WS-FS-JOBLOG NOT = '00'
              DISPLAY "ERROR: no se pudo leer JOBLOG, status "
                 WS-FS-JOBLOG
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1100-CARGAR-JOBLOG-EXIT
           END-IF

           PERFORM 1110-LEER-JOBLOG
              THRU 1110-LEER-JOBLOG-EXIT
              UNTIL WS-FIN-JOBLOG-SW = 'S'

           CLOSE JOBLOG.

       1100-CARGAR-JOBLOG-EXIT.
           EXIT.

       1110-LEER-JOBLOG.

           READ JOBLOG
              AT END
                 MOVE 'S' TO WS-FIN-JOBLOG-SW
                 GO TO 1110-LEER-JOBLOG-EXIT
           END-READ

           IF JLOG-FECHA-CICLO NOT = WS-FECHA-CICLO
              GO TO 1110-LEER-JOBLOG-EXIT
           END-IF

      *    El paso se reconoce por secuencia, programa y origen: si
      *    el plan se edito entre corridas, un renglon cambiado se
      *    corre como paso nuevo.
           MOVE 'N'  TO WS-PASO-HALLADO-SW
           MOVE ZERO TO WS-PASO-BUSQ-IDX
           PERFORM 1120-BUSCAR-PASO
              THRU 1120-BUSCAR-PASO-EXIT
              UNTIL WS-PASO-BUSQ-IDX NOT LESS WS-PASO-CARGADOS
                 OR WS-PASO-HALLADO-SW = 'S'

           IF WS-PASO-HALLADO-SW NOT = 'S'
              GO TO 1110-LEER-JOBLOG-EXIT
           END-IF

           EVALUATE TRUE
              WHEN JLOG-INICIO
                 MOVE 'S' TO WS-PASO-INICIADO (WS-PASO-BUSQ-IDX)
                 MOVE JLOG-FECHA-INICIO
                    TO WS-PASO-FECHA-ARRANQUE (WS-PASO-BUSQ-IDX)
              WHEN JLOG-FIN
                 MOVE JLOG-CODIGO-RETORNO
                    TO WS-PASO-RC-ANTERIOR (WS-PASO-BUSQ-IDX)
                 IF JLOG-CODIGO-RETORNO < 12
                    MOVE 'S' TO WS-PASO-TERMINADO (WS-PASO-BUSQ-IDX)
                    MOVE JLOG-FECHA-INICIO
                       TO WS-PASO-FECHA-CORRIDA (WS-PASO-BUSQ-IDX)
                 ELSE
                    MOVE 'N' TO WS-PASO-TERMINADO (WS-PASO-BUSQ-IDX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       1110-LEER-JOBLOG-EXIT.
           EXIT.

       1120-BUSCAR-PASO.

           ADD 1 TO WS-PASO-BUSQ-IDX
           IF WS-PASO-SECUENCIA (WS-PASO-BUSQ-IDX) = JLOG-SECUENCIA AND
                 WS-PASO-PROGRAMA (WS-PASO-BUSQ-IDX) = JLOG-PROGRAMA AND
                 WS-PASO-LOTE-ORIGEN (WS-PASO-BUSQ-IDX) =
                    JLOG-LOTE-ORIGEN
              MOVE 'S' TO WS-PASO-HALLADO-SW
           END-IF.

       1120-BUSCAR-PASO-EXIT.
           EXIT.

      * PRGCVEM2 guarda su checkpoint con la fecha del dia en que
      * corrio: un paso que arranco y no termino solo se puede
      * reanudar el mismo dia. Otro dia no encontraria el checkpoint
      * y volveria a evaluar el lote entero, duplicando AUDITORIA y
      * LOTES; el ciclo no arranca y el lote se resuelve a mano.
       1200-VALIDAR-REINICIO.

           IF WS-PASO-PROGRAMA (WS-PASO-IDX) NOT = 'PRGCVEM2' OR
                 WS-PASO-INICIADO (WS-PASO-IDX) NOT = 'S' OR
                 WS-PASO-TERMINADO (WS-PASO-IDX) = 'S'
              GO TO 1200-VALIDAR-REINICIO-EXIT
           END-IF

           IF WS-PASO-FECHA-ARRANQUE (WS-PASO-IDX) NOT =
                 WS-FECHA-ACTUAL
              DISPLAY "ERROR: el paso "
                 WS-PASO-SECUENCIA (WS-PASO-IDX)
                 " PRGCVEM2 del lote "
                 WS-PASO-LOTE-ORIGEN (WS-PASO-IDX)
              DISPLAY "       arranco el "
                 WS-PASO-FECHA-ARRANQUE (WS-PASO-IDX)
                 " sin terminar y su checkpoint no se reanuda hoy"
              MOVE 'S' TO WS-ERROR-FATAL-SW
           END-IF.

       1200-VALIDAR-REINICIO-EXIT.
           EXIT.

      * Un paso del plan: se omite si ya termino en una corrida
      * anterior; si no, se arma su tarjeta, se corre y se asienta.
       2000-EJECUTAR-PASO.

           IF WS-PASO-TERMINADO (WS-PASO-IDX) = 'S'
              PERFORM 2050-OMITIR-PASO
                 THRU 2050-OMITIR-PASO-EXIT
              GO TO 2000-EJECUTAR-PASO-EXIT
           END-IF

           PERFORM 2100-ARMAR-TARJETA
              THRU 2100-ARMAR-TARJETA-EXIT

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 2000-EJECUTAR-PASO-EXIT
           END-IF

           PERFORM 2200-CORRER-PASO
              THRU 2200-CORRER-PASO-EXIT

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 2000-EJECUTAR-PASO-EXIT
           END-IF

           ADD 1 TO WS-CONTADOR-EJECUTADOS
           MOVE 'S'             TO WS-PASO-INICIADO (WS-PASO-IDX)
           MOVE WS-PASO-RC      TO WS-PASO-RC-ANTERIOR (WS-PASO-IDX)

           EVALUATE TRUE
              WHEN WS-PASO-RC NOT LESS 12
                 MOVE 'S' TO WS-CADENA-CORTADA-SW
                 MOVE WS-PASO-SECUENCIA (WS-PASO-IDX)
                    TO WS-SECUENCIA-CORTE
              WHEN WS-PASO-RC > ZERO
                 ADD 1 TO WS-CONTADOR-ADVERTENCIAS
                 MOVE 'S' TO WS-PASO-TERMINADO (WS-PASO-IDX)
                 MOVE WS-FECHA-INICIO-PASO
                    TO WS-PASO-FECHA-CORRIDA (WS-PASO-IDX)
              WHEN OTHER
                 MOVE 'S' TO WS-PASO-TERMINADO (WS-PASO-IDX)
                 MOVE WS-FECHA-INICIO-PASO
                    TO WS-PASO-FECHA-CORRIDA (WS-PASO-IDX)
           END-EVALUATE.

       2000-EJECUTAR-PASO-EXIT.
           EXIT.

       2050-OMITIR-PASO.

           ADD 1 TO WS-CONTADOR-OMITIDOS
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL  FROM TIME

           INITIALIZE JLOG-REGISTRO
           MOVE WS-FECHA-CICLO       TO JLOG-FECHA-CICLO
           MOVE WS-PASO-SECUENCIA (WS-PASO-IDX) TO JLOG-SECUENCIA
           MOVE WS-PASO-PROGRAMA (WS-PASO-IDX)  TO JLOG-PROGRAMA
           MOVE WS-PASO-LOTE-ORIGEN (WS-PASO-IDX)
              TO JLOG-LOTE-ORIGEN
           MOVE 'O'                  TO JLOG-EVENTO
           MOVE WS-FECHA-ACTUAL      TO JLOG-FECHA-INICIO
                                        JLOG-FECHA-FIN
           MOVE WS-HORA-ACTUAL(1:6)  TO JLOG-HORA-INICIO
                                        JLOG-HORA-FIN
           MOVE WS-PASO-RC-ANTERIOR (WS-PASO-IDX)
              TO JLOG-CODIGO-RETORNO
           WRITE JLOG-REGISTRO
           IF WS-FS-JOBLOG NOT = '00'
              DISPLAY "ERROR: no se pudo grabar JOBLOG, status "
                 WS-FS-JOBLOG
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 2050-OMITIR-PASO-EXIT
           END-IF

           MOVE WS-PASO-RC-ANTERIOR (WS-PASO-IDX) TO WS-RC-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Paso ' DELIMITED BY SIZE
                  WS-PASO-SECUENCIA (WS-PASO-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PASO-PROGRAMA (WS-PASO-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-PASO-LOTE-ORIGEN (WS-PASO-IDX) DELIMITED BY '  '
                  ' omitido: termino el ' DELIMITED BY SIZE
                  WS-PASO-FECHA-CORRIDA (WS-PASO-IDX) DELIMITED BY SIZE
                  ' con RC ' DELIMITED BY SIZE
                  WS-RC-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       2050-OMITIR-PASO-EXIT.
           EXIT.

      * Tarjeta de control del paso, con el layout del programa
       2100-ARMAR-TARJETA.

           MOVE SPACES TO WS-TARJETA-PASO

           EVALUATE WS-PASO-PROGRAMA (WS-PASO-IDX)
              WHEN 'PRGCVEM2'
                 PERFORM 2110-TARJETA-EVALUACION
                    THRU 2110-TARJETA-EVALUACION-EXIT
              WHEN 'PRGCORR'
                 PERFORM 2120-TARJETA-CORRECCION
                    THRU 2120-TARJETA-CORRECCION-EXIT
              WHEN 'PRGASIGN'
              WHEN 'PRGRECON'
                 PERFORM 2130-TARJETA-JORNADA
                    THRU 2130-TARJETA-JORNADA-EXIT
              WHEN 'PRGCALIB'
                 MOVE WS-PASO-FECHA-DESDE (WS-PASO-IDX)
                    TO WS-TCA-FECHA-DESDE
                 MOVE WS-PASO-FECHA-HASTA (WS-PASO-IDX)
                    TO WS-TCA-FECHA-HASTA
              WHEN 'PRGPURGA'
                 MOVE WS-PASO-FECHA-DESDE (WS-PASO-IDX)
                    TO WS-TPU-FECHA-CORTE
                 MOVE WS-PASO-CONFIRMA (WS-PASO-IDX)
                    TO WS-TPU-CONFIRMA
           END-EVALUATE

           OPEN OUTPUT TARJETA-PASO
           IF WS-FS-TARJETA NOT = '00'
              DISPLAY "ERROR: no se pudo grabar la tarjeta TARJCICLO, "
                 "status " WS-FS-TARJETA
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 2100-ARMAR-TARJETA-EXIT
           END-IF
           WRITE TARJ-LINEA FROM WS-TARJETA-PASO
           IF WS-FS-TARJETA NOT = '00'
              DISPLAY "ERROR: no se pudo grabar la tarjeta TARJCICLO, "
                 "status " WS-FS-TARJETA
              MOVE 'S' TO WS-ERROR-FATAL-SW
           END-IF
           CLOSE TARJETA-PASO.

       2100-ARMAR-TARJETA-EXIT.
           EXIT.

      * PRGCVEM2 siempre en batch; si el paso ya habia arrancado en
      * este ciclo y no termino, reanuda desde su checkpoint.
       2110-TARJETA-EVALUACION.

           MOVE WS-PASO-EVALUADOR-ID (WS-PASO-IDX)
              TO WS-TCV-EVALUADOR-ID
           MOVE 'B' TO WS-TCV-MODO-EJECUCION
           IF WS-PASO-INICIADO (WS-PASO-IDX) = 'S'
              MOVE 'S' TO WS-TCV-MODO-REINICIO
           ELSE
              MOVE 'N' TO WS-TCV-MODO-REINICIO
           END-IF
           MOVE WS-PASO-PERFIL (WS-PASO-IDX) TO WS-TCV-PERFIL
           MOVE WS-PASO-CANDIDATOS-ARCHIVO (WS-PASO-IDX)
              TO WS-TCV-CANDIDATOS-ARCHIVO
           MOVE WS-PASO-LOTE-ORIGEN (WS-PASO-IDX)
              TO WS-TCV-LOTE-ORIGEN.

       2110-TARJETA-EVALUACION-EXIT.
           EXIT.

       2120-TARJETA-CORRECCION.

           MOVE WS-PASO-EVALUADOR-ID (WS-PASO-IDX)
              TO WS-TCO-USUARIO-ID
           MOVE WS-PASO-PERFIL (WS-PASO-IDX)
              TO WS-TCO-PERFIL
           MOVE WS-PASO-LOTE-ORIGEN (WS-PASO-IDX)
              TO WS-TCO-LOTE-ORIGEN.

       2120-TARJETA-CORRECCION-EXIT.
           EXIT.

      * La jornada de PRGASIGN y PRGRECON es la del plan cuando el
      * paso la trae (un lote evaluado en un ciclo anterior); si
      * no, la fecha en que corrio el PRGCVEM2 del mismo lote en
      * este ciclo, que es la que lleva el nombre de su extracto;
      * sin ese paso en el plan, la fecha del ciclo.
       2130-TARJETA-JORNADA.

           IF WS-PASO-FECHA-DESDE (WS-PASO-IDX) IS NUMERIC
              MOVE WS-PASO-FECHA-DESDE (WS-PASO-IDX)
                 TO WS-FECHA-JORNADA
           ELSE
              MOVE WS-FECHA-CICLO TO WS-FECHA-JORNADA
              MOVE 'N'  TO WS-PASO-HALLADO-SW
              MOVE ZERO TO WS-PASO-BUSQ-IDX
              PERFORM 2135-BUSCAR-EVALUACION
                 THRU 2135-BUSCAR-EVALUACION-EXIT
                 UNTIL WS-PASO-BUSQ-IDX NOT LESS WS-PASO-CARGADOS
                    OR WS-PASO-HALLADO-SW = 'S'
           END-IF

           MOVE WS-FECHA-JORNADA TO WS-TJO-FECHA-JORNADA
           MOVE WS-PASO-LOTE-ORIGEN (WS-PASO-IDX)
              TO WS-TJO-LOTE-ORIGEN.

       2130-TARJETA-JORNADA-EXIT.
           EXIT.

       2135-BUSCAR-EVALUACION.

           ADD 1 TO WS-PASO-BUSQ-IDX
           IF WS-PASO-PROGRAMA (WS-PASO-BUSQ-IDX) = 'PRGCVEM2' AND
                 WS-PASO-LOTE-ORIGEN (WS-PASO-BUSQ-IDX) =
                    WS-PASO-LOTE-ORIGEN (WS-PASO-IDX) AND
                 WS-PASO-TERMINADO (WS-PASO-BUSQ-IDX) = 'S'
              MOVE 'S' TO WS-PASO-HALLADO-SW
              MOVE WS-PASO-FECHA-CORRIDA (WS-PASO-BUSQ-IDX)
                 TO WS-FECHA-JORNADA
           END-IF.

       2135-BUSCAR-EVALUACION-EXIT.
           EXIT.

      * Corre el programa del paso como proceso aparte y asienta el
      * arranque y el fin en JOBLOG. Los conteos se vacian antes
      * para no tomar los de un paso anterior.
       2200-CORRER-PASO.

           OPEN OUTPUT CONTEOS
           CLOSE CONTEOS

           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL  FROM TIME

           MOVE WS-FECHA-ACTUAL      TO WS-FECHA-INICIO-PASO

           INITIALIZE JLOG-REGISTRO
           MOVE WS-FECHA-CICLO       TO JLOG-FECHA-CICLO
           MOVE WS-PASO-SECUENCIA (WS-PASO-IDX) TO JLOG-SECUENCIA
           MOVE WS-PASO-PROGRAMA (WS-PASO-IDX)  TO JLOG-PROGRAMA
           MOVE WS-PASO-LOTE-ORIGEN (WS-PASO-IDX)
              TO JLOG-LOTE-ORIGEN
           MOVE 'I'                  TO JLOG-EVENTO
           MOVE WS-FECHA-ACTUAL      TO JLOG-FECHA-INICIO
           MOVE WS-HORA-ACTUAL(1:6)  TO JLOG-HORA-INICIO
           WRITE JLOG-REGISTRO
           IF WS-FS-JOBLOG NOT = '00'
              DISPLAY "ERROR: no se pudo grabar JOBLOG, status "
                 WS-FS-JOBLOG
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 2200-CORRER-PASO-EXIT
           END-IF

           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Paso ' DELIMITED BY SIZE
                  WS-PASO-SECUENCIA (WS-PASO-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PASO-PROGRAMA (WS-PASO-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-PASO-LOTE-ORIGEN (WS-PASO-IDX) DELIMITED BY '  '
                  ' arranca ' DELIMITED BY SIZE
                  WS-FECHA-ACTUAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HORA-ACTUAL(1:6) DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE SPACES TO WS-COMANDO
           MOVE WS-PASO-PROGRAMA (WS-PASO-IDX) TO WS-COMANDO
           CALL "SYSTEM" USING WS-COMANDO

      *    El estado que devuelve el sistema trae el codigo de
      *    retorno del programa multiplicado por 256; un estado
      *    negativo es que no se pudo lanzar el proceso.
           MOVE RETURN-CODE TO WS-ESTADO-SISTEMA
           MOVE ZERO TO RETURN-CODE
           IF WS-ESTADO-SISTEMA < ZERO
              MOVE 12 TO WS-PASO-RC
           ELSE
              DIVIDE WS-ESTADO-SISTEMA BY 256 GIVING WS-PASO-RC
           END-IF

           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL  FROM TIME

           MOVE 'F'                  TO JLOG-EVENTO
           MOVE WS-FECHA-ACTUAL      TO JLOG-FECHA-FIN
           MOVE WS-HORA-ACTUAL(1:6)  TO JLOG-HORA-FIN
           MOVE WS-PASO-RC           TO JLOG-CODIGO-RETORNO

           PERFORM 2300-LEER-CONTEOS
              THRU 2300-LEER-CONTEOS-EXIT

           WRITE JLOG-REGISTRO
           IF WS-FS-JOBLOG NOT = '00'
              DISPLAY "ERROR: no se pudo grabar JOBLOG, status "
                 WS-FS-JOBLOG
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 2200-CORRER-PASO-EXIT
           END-IF

           MOVE WS-PASO-RC TO WS-RC-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Paso ' DELIMITED BY SIZE
                  WS-PASO-SECUENCIA (WS-PASO-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PASO-PROGRAMA (WS-PASO-IDX) DELIMITED BY SPACE
                  ' termina ' DELIMITED BY SIZE
                  WS-FECHA-ACTUAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HORA-ACTUAL(1:6) DELIMITED BY SIZE
                  ' RC ' DELIMITED BY SIZE
                  WS-RC-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           PERFORM 2310-MOSTRAR-CONTEO
              THRU 2310-MOSTRAR-CONTEO-EXIT
              VARYING WS-CONTEO-IDX FROM 1 BY 1
              UNTIL WS-CONTEO-IDX > 4.

       2200-CORRER-PASO-EXIT.
           EXIT.

      * Conteos que dejo el programa; si no dejo ninguno (corto
      * antes de terminar) el fin queda asentado con conteos en cero.
       2300-LEER-CONTEOS.

           OPEN INPUT CONTEOS
           IF WS-FS-CONTEOS NOT = '00'
              GO TO 2300-LEER-CONTEOS-EXIT
           END-IF

           READ CONTEOS
              AT END
                 CONTINUE
              NOT AT END
                 IF CONT-PROGRAMA = WS-PASO-PROGRAMA (WS-PASO-IDX)
                    MOVE CONT-ROTULO (1)   TO JLOG-ROTULO (1)
                    MOVE CONT-CANTIDAD (1) TO JLOG-CANTIDAD (1)
                    MOVE CONT-ROTULO (2)   TO JLOG-ROTULO (2)
                    MOVE CONT-CANTIDAD (2) TO JLOG-CANTIDAD (2)
                    MOVE CONT-ROTULO (3)   TO JLOG-ROTULO (3)
                    MOVE CONT-CANTIDAD (3) TO JLOG-CANTIDAD (3)
                    MOVE CONT-ROTULO (4)   TO JLOG-ROTULO (4)
                    MOVE CONT-CANTIDAD (4) TO JLOG-CANTIDAD (4)
                 END-IF
           END-READ

           CLOSE CONTEOS.

       2300-LEER-CONTEOS-EXIT.
           EXIT.

       2310-MOSTRAR-CONTEO.

           IF JLOG-ROTULO (WS-CONTEO-IDX) = SPACES
              GO TO 2310-MOSTRAR-CONTEO-EXIT
           END-IF

           MOVE JLOG-CANTIDAD (WS-CONTEO-IDX) TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING '         ' DELIMITED BY SIZE
                  JLOG-ROTULO (WS-CONTEO-IDX) DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       2310-MOSTRAR-CONTEO-EXIT.
           EXIT.

      * Resumen de la corrida del ciclo
       4000-IMPRIMIR-RESUMEN.

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           MOVE WS-PASO-CARGADOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Pasos del plan            : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-OMITIDOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Omitidos (ya terminados)  : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-EJECUTADOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Ejecutados                : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-ADVERTENCIAS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING '  con advertencia (RC 4)  : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           COMPUTE WS-CONTADOR-PENDIENTES = WS-PASO-CARGADOS
                                          - WS-CONTADOR-OMITIDOS
                                          - WS-CONTADOR-EJECUTADOS
           IF WS-CADENA-CORTADA-SW = 'S'
              ADD 1 TO WS-CONTADOR-PENDIENTES
           END-IF
           MOVE WS-CONTADOR-PENDIENTES TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Pendientes                : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           IF WS-CADENA-CORTADA-SW = 'S'
              MOVE SPACES TO WS-CONTROL-LINEA
              STRING 'CADENA CORTADA en el paso ' DELIMITED BY SIZE
                     WS-SECUENCIA-CORTE DELIMITED BY SIZE
                     ': corregir y volver a correr PRGCICLO, sigue '
                        DELIMITED BY SIZE
                     'desde ese paso' DELIMITED BY SIZE
                     INTO WS-CONTROL-LINEA
              PERFORM 4910-ESCRIBIR-LINEA
                 THRU 4910-ESCRIBIR-LINEA-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW = 'S'
              MOVE 'CICLO NO EJECUTADO: revisar los mensajes de la '
                 TO WS-CONTROL-LINEA
              MOVE 'corrida' TO WS-CONTROL-LINEA(48:7)
              PERFORM 4910-ESCRIBIR-LINEA
                 THRU 4910-ESCRIBIR-LINEA-EXIT
           END-IF

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT.

       4000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.

       4900-ESCRIBIR-SEPARADOR.

           DISPLAY WS-SEPARADOR-LINEA.

       4900-ESCRIBIR-SEPARADOR-EXIT.
           EXIT.

       4910-ESCRIBIR-LINEA.

           DISPLAY WS-CONTROL-LINEA.

       4910-ESCRIBIR-LINEA-EXIT.
           EXIT.

       0900-FINALIZAR.

           IF WS-JOBLOG-ABIERTO-SW = 'S'
              CLOSE JOBLOG
           END-IF.

       0900-FINALIZAR-EXIT.
           EXIT.

      * Codigo de retorno para el planificador: 12 si el ciclo no
      * arranco o un paso corto la cadena, 4 si algun paso termino
      * con advertencia, 0 ciclo limpio.
       0950-FIJAR-CODIGO-RETORNO.

           EVALUATE TRUE
              WHEN WS-ERROR-FATAL-SW = 'S'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CADENA-CORTADA-SW = 'S'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CONTADOR-ADVERTENCIAS > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       0950-FIJAR-CODIGO-RETORNO-EXIT.
           EXIT.


       END PROGRAM PRGCICLO.
