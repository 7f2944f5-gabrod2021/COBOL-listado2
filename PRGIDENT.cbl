      ******************************************************************
      * Author:Gabriela Cristina Rodriguez
      * Date:
      * Purpose: Resolucion por la mesa de los casos de identidad del
      *          archivo REVISION de un lote (candidato con el mismo
      *          nombre normalizado que un postulante del historial
      *          bajo otro ID): cada caso se marca como misma persona
      *          o como personas distintas y queda grabado en la
      *          referencia cruzada permanente ALIASID. Los pares de
      *          misma persona se cierran sobre todos los IDs ya
      *          vinculados de cada lado, para que PRGCVEM2, PRGTALEN
      *          y PRGAUDIT vean a la persona completa; los de
      *          personas distintas ya no se vuelven a marcar.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-05  GCR  Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGIDENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVISION ASSIGN TO "REVISION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVISION.

           SELECT ALIAS-IDENTIDAD ASSIGN TO "ALIASID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALI-CLAVE
               FILE STATUS IS WS-FS-ALIAS.

           SELECT CONTROL-IDENTIDAD ASSIGN TO "IDENTCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

       DATA DIVISION.
       FILE SECTION.
      * Posibles reincidentes con otro ID detectados por PRGCVEM2 al
      * conciliar el lote
       FD REVISION.
       01 REV-REGISTRO.
           COPY REVIREC.

      * Referencia cruzada permanente de identidades resueltas
       FD ALIAS-IDENTIDAD.
       01 ALI-REGISTRO.
           COPY ALIASREC.

      * Reporte de control de las resoluciones, acumulativo entre
      * corridas para conservar la pista de auditoria.
       FD CONTROL-IDENTIDAD.
       01 CTRL-LINEA                      PIC X(94).

       WORKING-STORAGE SECTION.
      * IDs ya vinculados a cada lado de un par confirmado como
      * misma persona: el candidato del lote y sus alias 'M' en el
      * grupo 1, el del historial y los suyos en el grupo 2. Se
      * graba un par por cada combinacion entre ambos grupos.
       01 WS-TABLA-GRUPOS.
          02 WS-GRP-MAXIMO                PIC 9(04) COMP VALUE 50.
          02 WS-GRP1-CARGADOS             PIC 9(04) COMP VALUE ZERO.
          02 WS-GRP2-CARGADOS             PIC 9(04) COMP VALUE ZERO.
          02 WS-GRP1-IDX                  PIC 9(04) COMP VALUE ZERO.
          02 WS-GRP2-IDX                  PIC 9(04) COMP VALUE ZERO.
          02 WS-GRP1-ID                   PIC X(10) OCCURS 50.
          02 WS-GRP2-ID                   PIC X(10) OCCURS 50.

      * Par en curso y datos de la resolucion a grabar
       01 WS-PAR.
          02 WS-PAR-ID-1                  PIC X(10) VALUE SPACE.
          02 WS-PAR-ID-2                  PIC X(10) VALUE SPACE.
          02 WS-PAR-RESOLUCION            PIC X(01) VALUE SPACE.
          02 WS-GRUPO-ID                  PIC X(10) VALUE SPACE.
          02 WS-GRUPO-DESTINO             PIC 9(01) VALUE ZERO.

       01 WS-SWITCHES.
          02 WS-FIN-REVISION-SW           PIC X(01) VALUE 'N'.
          02 WS-FIN-ALIAS-SW              PIC X(01) VALUE 'N'.
          02 WS-PAR-RESUELTO-SW           PIC X(01) VALUE 'N'.
          02 WS-RESPUESTA-VALIDA-SW       PIC X(01) VALUE 'N'.
          02 WS-SIN-REVISION-SW           PIC X(01) VALUE 'N'.
          02 WS-REVISION-ABIERTA-SW       PIC X(01) VALUE 'N'.
          02 WS-ALIAS-ABIERTO-SW          PIC X(01) VALUE 'N'.
          02 WS-CONTROL-ABIERTO-SW        PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
          02 WS-CONTADOR-LEIDOS           PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-YA-RESUELTOS     PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-MISMA            PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-DISTINTA         PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-PENDIENTES       PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-PARES            PIC 9(06) VALUE ZERO.

       01 WS-EDITADOS.
          02 WS-NUM-ED                    PIC ZZZZZ9.

       01 WS-FILE-STATUS.
          02 WS-FS-REVISION               PIC X(02) VALUE '00'.
          02 WS-FS-ALIAS                  PIC X(02) VALUE '00'.
          02 WS-FS-CONTROL                PIC X(02) VALUE '00'.

       01 WS-USUARIO-ID                   PIC X(10) VALUE SPACE.
       01 WS-OPCION                       PIC X(01) VALUE SPACE.

       01 WS-FECHA-HORA.
          02 WS-FECHA-ACTUAL              PIC 9(08) VALUE ZERO.
          02 WS-HORA-ACTUAL               PIC 9(08) VALUE ZERO.

      * Fecha de la jornada cuyo archivo REVISION se resuelve, con
      * la misma convencion de nombres fecha + origen de PRGCVEM2.
      * En blanco o cero se toma la fecha del dia.
       01 WS-FECHA-JORNADA                PIC X(08) VALUE SPACE.
       01 WS-REVISION-ARCHIVO             PIC X(44) VALUE SPACE.

      * Origen del lote (mismo criterio que PRGCVEM2 al armar los
      * nombres del lote): saneado, con los espacios internos como
      * guiones; en blanco se toma el archivo fechado sin origen.
       01 WS-ORIGEN-LOTE.
          02 WS-LOTE-ORIGEN               PIC X(20) VALUE SPACE.
          02 WS-ORIGEN-ARCHIVO            PIC X(20) VALUE SPACE.
          02 WS-ORIGEN-LARGO              PIC 9(02) COMP VALUE ZERO.
          02 WS-ORIGEN-MEDIDO-SW          PIC X(01) VALUE 'N'.

       01 WS-CONTROL-LINEA                PIC X(94) VALUE SPACE.
       01 WS-SEPARADOR-LINEA              PIC X(94) VALUE ALL '-'.

       PROCEDURE DIVISION.
       0000-PROCESO-PRINCIPAL.

           PERFORM 0100-INICIALIZAR
              THRU 0100-INICIALIZAR-EXIT

           IF WS-ERROR-FATAL-SW NOT = 'S' AND
                 WS-SIN-REVISION-SW NOT = 'S'
              PERFORM 1000-RESOLVER-CASO
                 THRU 1000-RESOLVER-CASO-EXIT
                 UNTIL WS-FIN-REVISION-SW = 'S'
                    OR WS-ERROR-FATAL-SW = 'S'

              PERFORM 4000-IMPRIMIR-CONTROL
                 THRU 4000-IMPRIMIR-CONTROL-EXIT
           END-IF

           PERFORM 0900-FINALIZAR
              THRU 0900-FINALIZAR-EXIT

           PERFORM 0950-FIJAR-CODIGO-RETORNO
              THRU 0950-FIJAR-CODIGO-RETORNO-EXIT.

           STOP RUN.
       0000-PROCESO-PRINCIPAL-FIN.
           EXIT.

      * Identificacion del usuario de mesa, jornada y origen del
      * lote a resolver, nombre del archivo REVISION y apertura
       0100-INICIALIZAR.

           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL  FROM TIME

           DISPLAY "Ingrese ID del usuario de mesa: "
           ACCEPT WS-USUARIO-ID
           IF WS-USUARIO-ID = SPACES
              DISPLAY "ERROR: se requiere un usuario de mesa"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           DISPLAY "Fecha de la jornada a resolver (AAAAMMDD, "
              "vacio = hoy): "
           ACCEPT WS-FECHA-JORNADA

           IF WS-FECHA-JORNADA = SPACES OR WS-FECHA-JORNADA = ZEROS
              MOVE WS-FECHA-ACTUAL TO WS-FECHA-JORNADA
           END-IF

           IF WS-FECHA-JORNADA IS NOT NUMERIC
              DISPLAY "ERROR: la fecha debe ser AAAAMMDD numerica"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           DISPLAY "Origen del lote (vacio = sin origen): "
           ACCEPT WS-LOTE-ORIGEN

           PERFORM 0160-SANEAR-ORIGEN
              THRU 0160-SANEAR-ORIGEN-EXIT

           MOVE SPACES TO WS-REVISION-ARCHIVO
           STRING 'REVISION'         DELIMITED BY SIZE
                  WS-FECHA-JORNADA   DELIMITED BY SIZE
                  WS-ORIGEN-ARCHIVO  DELIMITED BY SPACE
                  INTO WS-REVISION-ARCHIVO
           SET ENVIRONMENT "DD_REVISION" TO WS-REVISION-ARCHIVO

           PERFORM 0200-ABRIR-ARCHIVOS
              THRU 0200-ABRIR-ARCHIVOS-EXIT.

       0100-INICIALIZAR-EXIT.
           EXIT.

      * Version del origen apta para un nombre de archivo, igual
      * que en PRGCVEM2: mide el largo real y reemplaza los
      * espacios internos por guiones; en blanco queda vacia.
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

      * PRGCVEM2 solo crea el archivo REVISION cuando el lote tuvo
      * algun caso: status 35 es un lote limpio y no hay nada que
      * resolver. La referencia cruzada se crea en la primera
      * corrida si todavia no existe.
       0200-ABRIR-ARCHIVOS.

           OPEN INPUT REVISION
           IF WS-FS-REVISION = '35'
              DISPLAY "No hay casos de identidad para "
                 WS-REVISION-ARCHIVO
              MOVE 'S' TO WS-SIN-REVISION-SW
              GO TO 0200-ABRIR-ARCHIVOS-EXIT
           END-IF
           IF WS-FS-REVISION NOT = '00'
              DISPLAY "ERROR: no se pudo abrir REVISION "
                 WS-REVISION-ARCHIVO ", status " WS-FS-REVISION
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0200-ABRIR-ARCHIVOS-EXIT
           END-IF
           MOVE 'S' TO WS-REVISION-ABIERTA-SW

           OPEN I-O ALIAS-IDENTIDAD
           IF WS-FS-ALIAS NOT = '00'
              OPEN OUTPUT ALIAS-IDENTIDAD
              CLOSE ALIAS-IDENTIDAD
              OPEN I-O ALIAS-IDENTIDAD
           END-IF
           IF WS-FS-ALIAS NOT = '00'
              DISPLAY "ERROR: no se pudo abrir ALIASID, status "
                 WS-FS-ALIAS
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0200-ABRIR-ARCHIVOS-EXIT
           END-IF
           MOVE 'S' TO WS-ALIAS-ABIERTO-SW

           OPEN EXTEND CONTROL-IDENTIDAD
           IF WS-FS-CONTROL NOT = '00'
              OPEN OUTPUT CONTROL-IDENTIDAD
           END-IF
           IF WS-FS-CONTROL NOT = '00'
              DISPLAY "ERROR: no se pudo abrir IDENTCTRL, status "
                 WS-FS-CONTROL
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0200-ABRIR-ARCHIVOS-EXIT
           END-IF
           MOVE 'S' TO WS-CONTROL-ABIERTO-SW

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Identidades del ' DELIMITED BY SIZE
                  WS-FECHA-ACTUAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HORA-ACTUAL(1:6) DELIMITED BY SIZE
                  '  usuario ' DELIMITED BY SIZE
                  WS-USUARIO-ID DELIMITED BY SIZE
                  '  archivo ' DELIMITED BY SIZE
                  WS-REVISION-ARCHIVO DELIMITED BY SPACE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       0200-ABRIR-ARCHIVOS-EXIT.
           EXIT.

      * Lee el siguiente caso de REVISION; un par que ya tiene
      * resolucion en la referencia cruzada (de esta misma corrida
      * o de una anterior) no se vuelve a preguntar.
       1000-RESOLVER-CASO.

           READ REVISION
              AT END
                 MOVE 'S' TO WS-FIN-REVISION-SW
                 GO TO 1000-RESOLVER-CASO-EXIT
           END-READ

           ADD 1 TO WS-CONTADOR-LEIDOS

           IF REV-CANDIDATO-ID = REV-HIST-CANDIDATO-ID
              GO TO 1000-RESOLVER-CASO-EXIT
           END-IF

           MOVE REV-CANDIDATO-ID      TO ALI-CANDIDATO-ID
           MOVE REV-HIST-CANDIDATO-ID TO ALI-ALIAS-ID
           MOVE 'N' TO WS-PAR-RESUELTO-SW
           READ ALIAS-IDENTIDAD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WS-PAR-RESUELTO-SW
           END-READ

           IF WS-PAR-RESUELTO-SW = 'S'
              ADD 1 TO WS-CONTADOR-YA-RESUELTOS
              MOVE SPACES TO WS-CONTROL-LINEA
              STRING 'YA RESUELTO: ' DELIMITED BY SIZE
                     REV-CANDIDATO-ID DELIMITED BY SIZE
                     ' / ' DELIMITED BY SIZE
                     REV-HIST-CANDIDATO-ID DELIMITED BY SIZE
                     ' resolucion ' DELIMITED BY SIZE
                     ALI-RESOLUCION DELIMITED BY SIZE
                     ' del ' DELIMITED BY SIZE
                     ALI-FECHA-RESOLUCION DELIMITED BY SIZE
                     INTO WS-CONTROL-LINEA
              PERFORM 4910-ESCRIBIR-LINEA
                 THRU 4910-ESCRIBIR-LINEA-EXIT
              GO TO 1000-RESOLVER-CASO-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "Candidato del lote:  " REV-CANDIDATO-ID " "
              REV-NOM-CANDIDATO(1:50)
           DISPLAY "Postulante historial: " REV-HIST-CANDIDATO-ID " "
              REV-HIST-NOM-CANDIDATO(1:50)
           DISPLAY "  ultima evaluacion " REV-HIST-FECHA-EVALUACION
              " " REV-HIST-ESTADO "  detectado el "
              REV-FECHA-DETECCION

           MOVE 'N' TO WS-RESPUESTA-VALIDA-SW
           PERFORM 1100-PEDIR-RESOLUCION
              THRU 1100-PEDIR-RESOLUCION-EXIT
              UNTIL WS-RESPUESTA-VALIDA-SW = 'S'

           EVALUATE WS-OPCION
              WHEN 'M'
                 PERFORM 2000-CONFIRMAR-MISMA-PERSONA
                    THRU 2000-CONFIRMAR-MISMA-PERSONA-EXIT
              WHEN 'D'
                 PERFORM 3000-CONFIRMAR-DISTINTAS
                    THRU 3000-CONFIRMAR-DISTINTAS-EXIT
              WHEN OTHER
                 ADD 1 TO WS-CONTADOR-PENDIENTES
                 MOVE SPACES TO WS-CONTROL-LINEA
                 STRING 'PENDIENTE: ' DELIMITED BY SIZE
                        REV-CANDIDATO-ID DELIMITED BY SIZE
                        ' / ' DELIMITED BY SIZE
                        REV-HIST-CANDIDATO-ID DELIMITED BY SIZE
                        ' sin resolver' DELIMITED BY SIZE
                        INTO WS-CONTROL-LINEA
                 PERFORM 4910-ESCRIBIR-LINEA
                    THRU 4910-ESCRIBIR-LINEA-EXIT
           END-EVALUATE.

       1000-RESOLVER-CASO-EXIT.
           EXIT.

       1100-PEDIR-RESOLUCION.

           DISPLAY "(M)isma persona  (D)istintas personas  "
              "(P)endiente: "
           MOVE SPACE TO WS-OPCION
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
              WHEN 'M'
              WHEN 'm'
                 MOVE 'M' TO WS-OPCION
                 MOVE 'S' TO WS-RESPUESTA-VALIDA-SW
              WHEN 'D'
              WHEN 'd'
                 MOVE 'D' TO WS-OPCION
                 MOVE 'S' TO WS-RESPUESTA-VALIDA-SW
              WHEN 'P'
              WHEN 'p'
                 MOVE 'P' TO WS-OPCION
                 MOVE 'S' TO WS-RESPUESTA-VALIDA-SW
              WHEN OTHER
                 DISPLAY "Opcion invalida"
           END-EVALUATE.

       1100-PEDIR-RESOLUCION-EXIT.
           EXIT.

      * Misma persona: se levantan los IDs ya vinculados a cada
      * lado y se graba un par 'M' en los dos sentidos por cada
      * combinacion, para que desde cualquier ID de la persona se
      * lleguen a todos los demas con una sola lectura.
       2000-CONFIRMAR-MISMA-PERSONA.

           MOVE REV-CANDIDATO-ID TO WS-GRUPO-ID
           MOVE 1 TO WS-GRUPO-DESTINO
           PERFORM 2100-CARGAR-GRUPO
              THRU 2100-CARGAR-GRUPO-EXIT

           MOVE REV-HIST-CANDIDATO-ID TO WS-GRUPO-ID
           MOVE 2 TO WS-GRUPO-DESTINO
           PERFORM 2100-CARGAR-GRUPO
              THRU 2100-CARGAR-GRUPO-EXIT

           MOVE 'M' TO WS-PAR-RESOLUCION
           PERFORM 2200-VINCULAR-GRUPO-1
              THRU 2200-VINCULAR-GRUPO-1-EXIT
              VARYING WS-GRP1-IDX FROM 1 BY 1
              UNTIL WS-GRP1-IDX > WS-GRP1-CARGADOS

           ADD 1 TO WS-CONTADOR-MISMA
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'MISMA PERSONA: ' DELIMITED BY SIZE
                  REV-CANDIDATO-ID DELIMITED BY SIZE
                  ' = ' DELIMITED BY SIZE
                  REV-HIST-CANDIDATO-ID DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       2000-CONFIRMAR-MISMA-PERSONA-EXIT.
           EXIT.

      * Carga en el grupo indicado el ID recibido y todos sus alias
      * de misma persona ya grabados en la referencia cruzada.
       2100-CARGAR-GRUPO.

           IF WS-GRUPO-DESTINO = 1
              MOVE 1 TO WS-GRP1-CARGADOS
              MOVE WS-GRUPO-ID TO WS-GRP1-ID (1)
           ELSE
              MOVE 1 TO WS-GRP2-CARGADOS
              MOVE WS-GRUPO-ID TO WS-GRP2-ID (1)
           END-IF

           MOVE WS-GRUPO-ID TO ALI-CANDIDATO-ID
           MOVE LOW-VALUES  TO ALI-ALIAS-ID
           MOVE 'N' TO WS-FIN-ALIAS-SW
           START ALIAS-IDENTIDAD KEY IS NOT LESS THAN ALI-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-ALIAS-SW
           END-START

           PERFORM 2110-LEER-ALIAS-GRUPO
              THRU 2110-LEER-ALIAS-GRUPO-EXIT
              UNTIL WS-FIN-ALIAS-SW = 'S'.

       2100-CARGAR-GRUPO-EXIT.
           EXIT.

       2110-LEER-ALIAS-GRUPO.

           READ ALIAS-IDENTIDAD NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-ALIAS-SW
                 GO TO 2110-LEER-ALIAS-GRUPO-EXIT
           END-READ

           IF ALI-CANDIDATO-ID NOT = WS-GRUPO-ID
              MOVE 'S' TO WS-FIN-ALIAS-SW
              GO TO 2110-LEER-ALIAS-GRUPO-EXIT
           END-IF

           IF ALI-RESOLUCION NOT = 'M'
              GO TO 2110-LEER-ALIAS-GRUPO-EXIT
           END-IF

           IF WS-GRUPO-DESTINO = 1
              IF WS-GRP1-CARGADOS NOT LESS WS-GRP-MAXIMO
                 DISPLAY "ATENCION: " WS-GRUPO-ID " supera la tabla "
                    "de alias, vinculacion parcial"
                 MOVE 'S' TO WS-FIN-ALIAS-SW
              ELSE
                 ADD 1 TO WS-GRP1-CARGADOS
                 MOVE ALI-ALIAS-ID TO WS-GRP1-ID (WS-GRP1-CARGADOS)
              END-IF
           ELSE
              IF WS-GRP2-CARGADOS NOT LESS WS-GRP-MAXIMO
                 DISPLAY "ATENCION: " WS-GRUPO-ID " supera la tabla "
                    "de alias, vinculacion parcial"
                 MOVE 'S' TO WS-FIN-ALIAS-SW
              ELSE
                 ADD 1 TO WS-GRP2-CARGADOS
                 MOVE ALI-ALIAS-ID TO WS-GRP2-ID (WS-GRP2-CARGADOS)
              END-IF
           END-IF.

       2110-LEER-ALIAS-GRUPO-EXIT.
           EXIT.

       2200-VINCULAR-GRUPO-1.

           PERFORM 2210-VINCULAR-PAR
              THRU 2210-VINCULAR-PAR-EXIT
              VARYING WS-GRP2-IDX FROM 1 BY 1
              UNTIL WS-GRP2-IDX > WS-GRP2-CARGADOS.

       2200-VINCULAR-GRUPO-1-EXIT.
           EXIT.

      * Un mismo ID en los dos grupos (ya estaban vinculados por
      * otro camino) no genera un par consigo mismo.
       2210-VINCULAR-PAR.

           IF WS-GRP1-ID (WS-GRP1-IDX) = WS-GRP2-ID (WS-GRP2-IDX)
              GO TO 2210-VINCULAR-PAR-EXIT
           END-IF

           MOVE WS-GRP1-ID (WS-GRP1-IDX) TO WS-PAR-ID-1
           MOVE WS-GRP2-ID (WS-GRP2-IDX) TO WS-PAR-ID-2
           PERFORM 3100-GRABAR-PAR
              THRU 3100-GRABAR-PAR-EXIT

           MOVE WS-GRP2-ID (WS-GRP2-IDX) TO WS-PAR-ID-1
           MOVE WS-GRP1-ID (WS-GRP1-IDX) TO WS-PAR-ID-2
           PERFORM 3100-GRABAR-PAR
              THRU 3100-GRABAR-PAR-EXIT.

       2210-VINCULAR-PAR-EXIT.
           EXIT.

      * Personas distintas: solo el par del caso, en los dos
      * sentidos; no se propaga a los alias de cada lado.
       3000-CONFIRMAR-DISTINTAS.

           MOVE 'D' TO WS-PAR-RESOLUCION

           MOVE REV-CANDIDATO-ID      TO WS-PAR-ID-1
           MOVE REV-HIST-CANDIDATO-ID TO WS-PAR-ID-2
           PERFORM 3100-GRABAR-PAR
              THRU 3100-GRABAR-PAR-EXIT

           MOVE REV-HIST-CANDIDATO-ID TO WS-PAR-ID-1
           MOVE REV-CANDIDATO-ID      TO WS-PAR-ID-2
           PERFORM 3100-GRABAR-PAR
              THRU 3100-GRABAR-PAR-EXIT

           ADD 1 TO WS-CONTADOR-DISTINTA
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'PERSONAS DISTINTAS: ' DELIMITED BY SIZE
                  REV-CANDIDATO-ID DELIMITED BY SIZE
                  ' <> ' DELIMITED BY SIZE
                  REV-HIST-CANDIDATO-ID DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       3000-CONFIRMAR-DISTINTAS-EXIT.
           EXIT.

      * Graba el par WS-PAR-ID-1/WS-PAR-ID-2 con la resolucion en
      * curso; si el par ya existia se regraba con la decision mas
      * reciente de la mesa.
       3100-GRABAR-PAR.

           MOVE WS-PAR-ID-1           TO ALI-CANDIDATO-ID
           MOVE WS-PAR-ID-2           TO ALI-ALIAS-ID
           MOVE WS-PAR-RESOLUCION     TO ALI-RESOLUCION
           MOVE WS-FECHA-ACTUAL       TO ALI-FECHA-RESOLUCION
           MOVE WS-USUARIO-ID         TO ALI-USUARIO-ID
           MOVE REV-FECHA-DETECCION   TO ALI-FECHA-DETECCION

           WRITE ALI-REGISTRO
              INVALID KEY
                 REWRITE ALI-REGISTRO
                    INVALID KEY
                       DISPLAY "ERROR al grabar ALIASID para "
                          WS-PAR-ID-1 " / " WS-PAR-ID-2
                       MOVE 'S' TO WS-ERROR-FATAL-SW
                 END-REWRITE
           END-WRITE

           ADD 1 TO WS-CONTADOR-PARES.

       3100-GRABAR-PAR-EXIT.
           EXIT.

      * Totales de la corrida de resolucion, a pantalla e IDENTCTRL
       4000-IMPRIMIR-CONTROL.

           MOVE WS-CONTADOR-LEIDOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Casos leidos:             ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-YA-RESUELTOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Ya resueltos:             ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-MISMA TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Misma persona:            ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-DISTINTA TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Personas distintas:       ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-PENDIENTES TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Pendientes:               ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-PARES TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Pares grabados en ALIASID:' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       4000-IMPRIMIR-CONTROL-EXIT.
           EXIT.

       4900-ESCRIBIR-SEPARADOR.

           DISPLAY WS-SEPARADOR-LINEA
           WRITE CTRL-LINEA FROM WS-SEPARADOR-LINEA.

       4900-ESCRIBIR-SEPARADOR-EXIT.
           EXIT.

       4910-ESCRIBIR-LINEA.

           DISPLAY WS-CONTROL-LINEA
           WRITE CTRL-LINEA FROM WS-CONTROL-LINEA.

       4910-ESCRIBIR-LINEA-EXIT.
           EXIT.

      * Cierre ordenado de los archivos abiertos
       0900-FINALIZAR.

           IF WS-REVISION-ABIERTA-SW = 'S'
              CLOSE REVISION
           END-IF

           IF WS-ALIAS-ABIERTO-SW = 'S'
              CLOSE ALIAS-IDENTIDAD
           END-IF

           IF WS-CONTROL-ABIERTO-SW = 'S'
              CLOSE CONTROL-IDENTIDAD
           END-IF.

       0900-FINALIZAR-EXIT.
           EXIT.

      * Codigo de retorno: 0 todos los casos resueltos, 4 con casos
      * que quedaron pendientes para otra corrida, 12 error fatal.
       0950-FIJAR-CODIGO-RETORNO.

           EVALUATE TRUE
              WHEN WS-ERROR-FATAL-SW = 'S'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CONTADOR-PENDIENTES > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       0950-FIJAR-CODIGO-RETORNO-EXIT.
           EXIT.


       END PROGRAM PRGIDENT.
