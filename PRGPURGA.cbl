      *                     archiva y borra evaluacion por evaluacion,
      *                     conservando las recientes de un candidato
      *                     aunque sus viejas salgan del archivo.
      *   2026-10-11  GCR  Corrida desatendida por tarjeta de control
      *                     TARJPURGA (fecha de corte y confirmacion
      *                     'S') para el ciclo diario PRGCICLO, que
      *                     recibe ademas los conteos en CONTEOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGPURGA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

           SELECT TARJETAS ASSIGN TO "TARJPURGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARJETAS.

           SELECT CONTEOS ASSIGN TO "CONTEOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTEOS.

       DATA DIVISION.
       FILE SECTION.
      * Historial de postulantes, un registro por evaluacion,
       FD CONTROL-PURGA.
       01 CTRL-LINEA                      PIC X(94).

      * Tarjeta de control para la corrida desatendida desde el
      * ciclo diario: si el archivo TARJPURGA existe, la fecha de
      * corte y la confirmacion salen de aqui en vez de la consola.
       FD TARJETAS.
       01 TARJ-REGISTRO.
          05 TARJ-FECHA-CORTE          PIC X(08).
          05 TARJ-CONFIRMA             PIC X(01).

      * Conteos de la corrida por tarjeta para el ciclo diario
       FD CONTEOS.
       01 CONT-REGISTRO.
           COPY CONTREC.

       WORKING-STORAGE SECTION.
       01 WS-FECHA-CORTE                  PIC 9(08) VALUE ZERO.
       01 WS-ENT-FECHA-CORTE              PIC X(08) VALUE SPACE.
       01 WS-SWITCHES.
          02 WS-FIN-HISTORIAL-SW          PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.
          02 WS-MODO-TARJETA-SW           PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
          02 WS-CONTADOR-EXAMINADOS       PIC 9(06) VALUE ZERO.
          02 WS-NUM-ED                    PIC ZZZZZ9.

       01 WS-FILE-STATUS.
          02 WS-FS-TARJETAS               PIC X(02) VALUE '00'.
          02 WS-FS-CONTEOS                PIC X(02) VALUE '00'.
          02 WS-FS-HISTORIAL              PIC X(02) VALUE '00'.
          02 WS-FS-ARCHIVO                PIC X(02) VALUE '00'.
          02 WS-FS-CONTROL                PIC X(02) VALUE '00'.
              THRU 0900-FINALIZAR-EXIT

           PERFORM 0950-FIJAR-CODIGO-RETORNO
              THRU 0950-FIJAR-CODIGO-RETORNO-EXIT

           IF WS-MODO-TARJETA-SW = 'S'
              PERFORM 0960-GRABAR-CONTEOS
                 THRU 0960-GRABAR-CONTEOS-EXIT
           END-IF.

           STOP RUN.
       0000-PROCESO-PRINCIPAL-FIN.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL  FROM TIME

           PERFORM 0110-LEER-TARJETA-CONTROL
              THRU 0110-LEER-TARJETA-CONTROL-EXIT

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           IF WS-MODO-TARJETA-SW NOT = 'S'
              DISPLAY "Fecha de corte de retencion (AAAAMMDD): se "
                 "archivan los registros anteriores a esa fecha"
              ACCEPT WS-ENT-FECHA-CORTE
           END-IF

           IF WS-ENT-FECHA-CORTE IS NOT NUMERIC OR
                 WS-ENT-FECHA-CORTE = ZEROS
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           IF WS-MODO-TARJETA-SW NOT = 'S'
              DISPLAY "Confirma archivar y borrar los registros "
                 "anteriores al " WS-FECHA-CORTE "?(S/N) "
              ACCEPT WS-CONFIRMA
           END-IF
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
              DISPLAY "Depuracion cancelada, no se toco el historial"
              MOVE 'S' TO WS-ERROR-FATAL-SW
       0100-INICIALIZAR-EXIT.
           EXIT.

      * Si existe la tarjeta de control TARJPURGA (la graba el
      * ciclo diario PRGCICLO) la corrida es desatendida: la fecha
      * de corte y la confirmacion salen de la tarjeta, como
      * TARJETAS en PRGCVEM2, y no se hace ningun ACCEPT de consola.
      * La tarjeta pasa por las mismas validaciones que la consola:
      * sin 'S' en la confirmacion la depuracion no toca nada.
      * Status 35 es "no hay tarjeta": se
      * pregunta por consola como siempre; cualquier otro status de
      * apertura corta la corrida.
       0110-LEER-TARJETA-CONTROL.

           OPEN INPUT TARJETAS
           IF WS-FS-TARJETAS = '35'
              GO TO 0110-LEER-TARJETA-CONTROL-EXIT
           END-IF

           IF WS-FS-TARJETAS NOT = '00'
              DISPLAY "ERROR: no se pudo abrir TARJPURGA, status "
                 WS-FS-TARJETAS
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0110-LEER-TARJETA-CONTROL-EXIT
           END-IF

           READ TARJETAS
              AT END
                 DISPLAY "ERROR: tarjeta de control TARJPURGA vacia"
                 MOVE 'S' TO WS-ERROR-FATAL-SW
              NOT AT END
                 MOVE 'S' TO WS-MODO-TARJETA-SW
                 MOVE TARJ-FECHA-CORTE TO WS-ENT-FECHA-CORTE
                 MOVE TARJ-CONFIRMA    TO WS-CONFIRMA
           END-READ

           CLOSE TARJETAS.

       0110-LEER-TARJETA-CONTROL-EXIT.
           EXIT.

       0200-ABRIR-ARCHIVOS.

           OPEN I-O HISTORIAL
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
           MOVE 'PRGPURGA' TO CONT-PROGRAMA
           MOVE 'EXAMINADOS'             TO CONT-ROTULO (1)
           MOVE WS-CONTADOR-EXAMINADOS   TO CONT-CANTIDAD (1)
           MOVE 'ARCHIVADOS'             TO CONT-ROTULO (2)
           MOVE WS-CONTADOR-ARCHIVADOS   TO CONT-CANTIDAD (2)
           MOVE 'RETENIDOS'              TO CONT-ROTULO (3)
           MOVE WS-CONTADOR-RETENIDOS    TO CONT-CANTIDAD (3)
           MOVE 'BORRADOS'               TO CONT-ROTULO (4)
           MOVE WS-CONTADOR-BORRADOS     TO CONT-CANTIDAD (4)
           WRITE CONT-REGISTRO
           CLOSE CONTEOS.

       0960-GRABAR-CONTEOS-EXIT.
           EXIT.


       END PROGRAM PRGPURGA.
