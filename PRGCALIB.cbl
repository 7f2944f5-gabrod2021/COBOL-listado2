      *                     sus apartados EN-CARENCIA, que se cuentan
      *                     aparte de las tasas porque no hubo
      *                     puntaje.
      *   2026-10-11  GCR  Corrida desatendida por tarjeta de control
      *                     TARJCALIB (rango de fechas) para el ciclo
      *                     diario PRGCICLO, que recibe ademas los
      *                     conteos de la corrida en CONTEOS.
      *   2026-10-12  GCR  Debajo del renglon de cada evaluador se
      *                     imprime su nombre y equipo del padron
      *                     EVALUADORES (o la marca de ID no
      *                     registrado, para detectar tipeos que
      *                     parten el trabajo de una persona).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCALIB.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALIBRACION.

           SELECT TARJETAS ASSIGN TO "TARJCALIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARJETAS.

           SELECT CONTEOS ASSIGN TO "CONTEOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTEOS.

           SELECT EVALUADORES ASSIGN TO "EVALUADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVAL-EVALUADOR-ID
               FILE STATUS IS WS-FS-EVALUADORES.

       DATA DIVISION.
       FILE SECTION.
      * Bitacora de auditoria de cada evaluacion
       FD CALIBRACION.
       01 CALIB-LINEA                     PIC X(94).

      * Tarjeta de control para la corrida desatendida desde el
      * ciclo diario: si el archivo TARJCALIB existe, el rango de
      * fechas sale de aqui en vez de la consola.
       FD TARJETAS.
       01 TARJ-REGISTRO.
          05 TARJ-FECHA-DESDE          PIC X(08).
          05 TARJ-FECHA-HASTA          PIC X(08).

      * Conteos de la corrida por tarjeta para el ciclo diario
       FD CONTEOS.
       01 CONT-REGISTRO.
           COPY CONTREC.

      * Padron de evaluadores, para el nombre y el equipo de cada ID
       FD EVALUADORES.
       01 EVAL-REGISTRO.
           COPY EVALREC.

       WORKING-STORAGE SECTION.
      * Rango de fechas de la consulta; en blanco se abre a
      * 00000000-99999999, igual que en PRGAUDIT.
          02 WS-ASIENTO-INVALIDO-SW       PIC X(01) VALUE 'N'.
          02 WS-EVALUADOR-DESVIADO-SW     PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.
          02 WS-MODO-TARJETA-SW           PIC X(01) VALUE 'N'.
          02 WS-EVAL-DISPONIBLE-SW        PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
          02 WS-CONTADOR-LEIDAS           PIC 9(06) VALUE ZERO.
          02 WS-CAREN-ED                  PIC ZZZZ9.

       01 WS-FILE-STATUS.
          02 WS-FS-TARJETAS               PIC X(02) VALUE '00'.
          02 WS-FS-CONTEOS                PIC X(02) VALUE '00'.
          02 WS-FS-AUDITORIA              PIC X(02) VALUE '00'.
          02 WS-FS-CALIBRACION            PIC X(02) VALUE '00'.
          02 WS-FS-EVALUADORES            PIC X(02) VALUE '00'.

       01 WS-DETALLE-LINEA                PIC X(94) VALUE SPACE.
       01 WS-SEPARADOR-LINEA              PIC X(94) VALUE ALL '-'.
              THRU 0900-FINALIZAR-EXIT

           PERFORM 0950-FIJAR-CODIGO-RETORNO
              THRU 0950-FIJAR-CODIGO-RETORNO-EXIT

           IF WS-MODO-TARJETA-SW = 'S'
              PERFORM 0960-GRABAR-CONTEOS
                 THRU 0960-GRABAR-CONTEOS-EXIT
           END-IF.

           STOP RUN.
       0000-PROCESO-PRINCIPAL-FIN.
      * Rango de fechas de la consulta y apertura de archivos
       0100-INICIALIZAR.

           PERFORM 0110-LEER-TARJETA-CONTROL
              THRU 0110-LEER-TARJETA-CONTROL-EXIT

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           IF WS-MODO-TARJETA-SW NOT = 'S'
              DISPLAY "Fecha desde AAAAMMDD (vacio = sin limite): "
              ACCEPT WS-FIL-FECHA-DESDE
           END-IF
           IF WS-FIL-FECHA-DESDE = SPACES
              MOVE '00000000' TO WS-FIL-FECHA-DESDE
           END-IF

           IF WS-MODO-TARJETA-SW NOT = 'S'
              DISPLAY "Fecha hasta AAAAMMDD (vacio = sin limite): "
              ACCEPT WS-FIL-FECHA-HASTA
           END-IF
           IF WS-FIL-FECHA-HASTA = SPACES
              MOVE '99999999' TO WS-FIL-FECHA-HASTA
           END-IF
              DISPLAY "ERROR: no se pudo abrir CALIBRACION, status "
                 WS-FS-CALIBRACION
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

      *    Sin padron de evaluadores el reporte sale igual, solo que
      *    sin el nombre y el equipo de cada ID.
           OPEN INPUT EVALUADORES
           IF WS-FS-EVALUADORES = '00'
              MOVE 'S' TO WS-EVAL-DISPONIBLE-SW
           ELSE
              DISPLAY "Padron EVALUADORES no disponible, el reporte "
                 "sale sin nombre ni equipo"
           END-IF.

       0100-INICIALIZAR-EXIT.
           EXIT.

      * Si existe la tarjeta de control TARJCALIB (la graba el
      * ciclo diario PRGCICLO) la corrida es desatendida: el rango
      * de fechas sale de la tarjeta, como TARJETAS en PRGCVEM2, y
      * no se hace ningun ACCEPT de consola. Una fecha en blanco
      * deja el rango abierto, igual que por consola.
      * Status 35 es "no hay tarjeta": se
      * pregunta por consola como siempre; cualquier otro status de
      * apertura corta la corrida.
       0110-LEER-TARJETA-CONTROL.

           OPEN INPUT TARJETAS
           IF WS-FS-TARJETAS = '35'
              GO TO 0110-LEER-TARJETA-CONTROL-EXIT
           END-IF

           IF WS-FS-TARJETAS NOT = '00'
              DISPLAY "ERROR: no se pudo abrir TARJCALIB, status "
                 WS-FS-TARJETAS
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0110-LEER-TARJETA-CONTROL-EXIT
           END-IF

           READ TARJETAS
              AT END
                 DISPLAY "ERROR: tarjeta de control TARJCALIB vacia"
                 MOVE 'S' TO WS-ERROR-FATAL-SW
              NOT AT END
                 MOVE 'S' TO WS-MODO-TARJETA-SW
                 MOVE TARJ-FECHA-DESDE TO WS-FIL-FECHA-DESDE
                 MOVE TARJ-FECHA-HASTA TO WS-FIL-FECHA-HASTA
           END-READ

           CLOSE TARJETAS.

       0110-LEER-TARJETA-CONTROL-EXIT.
           EXIT.

      * Recorre la bitacora completa acumulando por evaluador los
      * asientos del rango pedido
       1000-RECORRER-BITACORA.
                     INTO WS-DETALLE-LINEA
           END-IF
           PERFORM 3910-ESCRIBIR-LINEA
              THRU 3910-ESCRIBIR-LINEA-EXIT

           IF WS-EVAL-DISPONIBLE-SW = 'S'
              PERFORM 3150-IMPRIMIR-NOMBRE-EVALUADOR
                 THRU 3150-IMPRIMIR-NOMBRE-EVALUADOR-EXIT
           END-IF.

       3100-IMPRIMIR-EVALUADOR-EXIT.
           EXIT.

      * Nombre y equipo del evaluador segun el padron, debajo de su
      * renglon y alineados despues del ID. Un ID que no figura se
      * marca, porque suele ser un tipeo que parte en dos el trabajo
      * de una misma persona; un evaluador dado de baja se imprime
      * igual, con su fecha de baja.
       3150-IMPRIMIR-NOMBRE-EVALUADOR.

           MOVE WS-EVA-EVALUADOR-ID (WS-EVA-IDX) TO EVAL-EVALUADOR-ID
           MOVE SPACES TO WS-DETALLE-LINEA
           READ EVALUADORES
              INVALID KEY
                 MOVE '           ** ID no registrado en EVALUADORES'
                    TO WS-DETALLE-LINEA
                 PERFORM 3910-ESCRIBIR-LINEA
                    THRU 3910-ESCRIBIR-LINEA-EXIT
                 GO TO 3150-IMPRIMIR-NOMBRE-EVALUADOR-EXIT
           END-READ

           IF EVAL-ESTADO = 'I'
              STRING '           ' DELIMITED BY SIZE
                     EVAL-NOMBRE DELIMITED BY '  '
                     ' - equipo ' DELIMITED BY SIZE
                     EVAL-EQUIPO DELIMITED BY '  '
                     ' (baja ' DELIMITED BY SIZE
                     EVAL-FECHA-BAJA DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                     INTO WS-DETALLE-LINEA
           ELSE
              STRING '           ' DELIMITED BY SIZE
                     EVAL-NOMBRE DELIMITED BY '  '
                     ' - equipo ' DELIMITED BY SIZE
                     EVAL-EQUIPO DELIMITED BY '  '
                     INTO WS-DETALLE-LINEA
           END-IF
           PERFORM 3910-ESCRIBIR-LINEA
              THRU 3910-ESCRIBIR-LINEA-EXIT.

       3150-IMPRIMIR-NOMBRE-EVALUADOR-EXIT.
           EXIT.

      * Promedios del grupo y total de evaluadores marcados
       3500-IMPRIMIR-GRUPO.

       0900-FINALIZAR.

           CLOSE AUDITORIA
           CLOSE CALIBRACION
           IF WS-EVAL-DISPONIBLE-SW = 'S'
              CLOSE EVALUADORES
           END-IF.

       0900-FINALIZAR-EXIT.
           EXIT.
       0950-FIJAR-CODIGO-RETORNO-EXIT.
           EXIT.

      * Conteos de la corrida para la bitacora del ciclo diario;
      * solo en la corrida por tarjeta, que es la que lanza PRGCICLO.
       0960-GRABAR-CONTEOS.

           OPEN OUTPUT CONTEOS
           IF WS-FS-CONTEOS NOT = '00'
              DISPLAY "ERROR: no se pudo grabar CONTEOS, status "
                 WS-FS-CONTEOS
              GO TO 0960-GRABAR-CONTEOS-EXIT
           END-IF

           INITIALIZE CONT-REGISTRO
           MOVE 'PRGCALIB' TO CONT-PROGRAMA
           MOVE 'LEIDAS'                 TO CONT-ROTULO (1)
           MOVE WS-CONTADOR-LEIDAS       TO CONT-CANTIDAD (1)
           MOVE 'EVALUADORES'            TO CONT-ROTULO (2)
           MOVE WS-EVA-CARGADOS          TO CONT-CANTIDAD (2)
           MOVE 'A-REVISAR'              TO CONT-ROTULO (3)
           MOVE WS-CONTADOR-DESVIADOS    TO CONT-CANTIDAD (3)
           WRITE CONT-REGISTRO
           CLOSE CONTEOS.

       0960-GRABAR-CONTEOS-EXIT.
           EXIT.


       END PROGRAM PRGCALIB.
