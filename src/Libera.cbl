       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERA.                                              *> Liberacion y anulacion de facturas retenidas

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETEN-FILE ASSIGN TO "RETENIDAS.DET"                  *> Facturas retenidas por credito (MOVDIA)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT TRX-FILE ASSIGN TO "LIBTRX.DET"                       *> Transacciones de credito
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRX-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "LIBERA.LST"                   *> Listado de auditoria
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> Facturas retenidas que deja MOVDIA, con el mismo trazado
       *> con que alla se escriben. ESTADO: "R" retenida, "L"
       *> liberada (entra a DET.DET en la proxima corrida de MOVDIA),
       *> "I" ingresada, "A" anulada, "X" liberada pero rechazada al
       *> ingresar.
       FD RETEN-FILE.
       01 RET-REC.
           05 RET-FECHA          PIC 9(8).
           05 RET-NIT            PIC X(10).
           05 RET-SUC            PIC X(4).
           05 RET-TIP            PIC X(2).
           05 RET-COM            PIC X(4).
           05 RET-DCTO           PIC X(4).
           05 RET-FECHA-VCTO     PIC 9(8).
           05 RET-VALOR          PIC 9(9)V99.
           05 RET-MOTIVO         PIC X(1).
           05 RET-ESTADO         PIC X(1).
           05 RET-FECHA-ESTADO   PIC 9(8).

       *> Una transaccion por registro, con la llave completa de la
       *> factura retenida. ACCION: "L" la libera para que entre a
       *> la cartera en la proxima corrida de MOVDIA; "A" la anula
       *> (no entra nunca; facturacion la reversa por su lado).
       FD TRX-FILE.
       01 TRX-REC.
           05 ACCION-TRX      PIC X(1).
           05 NIT3-TRX        PIC X(10).
           05 SUC3-TRX        PIC X(4).
           05 TIP-TRX         PIC X(2).
           05 COM-TRX         PIC X(4).
           05 DCTO-TRX        PIC X(4).

       FD LISTADO-FILE.
       01 LIST-REC         PIC X(120).

       *> Registro de control de la fecha de negocio que mantiene
       *> CIERDIA: dia de negocio en curso y su estado ("A" abierto,
       *> "C" cerrado). La fecha del estado sale de aqui y no del
       *> reloj del sistema.
       FD FECHANEG-FILE.
       01 FECHANEG-REC.
           05 FNG-FECHA          PIC 9(8).
           05 FNG-ESTADO         PIC X(1).
           05 FNG-FECHA-SIG      PIC 9(8).
           05 FNG-FECHA-ANT      PIC 9(8).
           05 FNG-FECHA-CIERRE   PIC 9(8).
           05 FNG-HORA-CIERRE    PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-FNG-STATUS      PIC X(2).
       01 WS-FECHA-NEGOCIO   PIC 9(8) VALUE ZERO.
       01 WS-FNG-ESTADO      PIC X(1) VALUE SPACE.
       01 WS-RET-STATUS     PIC X(2).
       01 WS-TRX-STATUS     PIC X(2).
       *> Variables de control
       01 EOF-RET           PIC X VALUE "N".
       01 EOF-TRX           PIC X VALUE "N".
       01 WS-LINE           PIC X(120).
       01 WS-FECHA-PROCESO  PIC 9(8).
       01 WS-IDX            PIC 9(8).
       01 WS-IDX-BUSQ       PIC 9(8).
       01 WS-RT-ENCONTRADA  PIC X VALUE "N".
       01 WS-MOTIVO         PIC X(40).
       01 WS-VALOR-TXT      PIC Z(9)9.99.
       01 WS-MOTIVO-TXT     PIC X(10).
       01 WS-DIAS           PIC 9(5).

       *> Contadores de la corrida
       01 WS-TRX-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-TRX-ACEPTADAS  PIC 9(8) VALUE ZERO.
       01 WS-TRX-RECHAZADAS PIC 9(8) VALUE ZERO.
       01 WS-PEND-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-PEND-TOTAL     PIC 9(11)V99 VALUE ZERO.

       *> Facturas retenidas en memoria. Se carga RETENIDAS.DET, se
       *> aplican las transacciones sobre la tabla y al final se
       *> reescribe el archivo completo.
       01 WS-RT-MAX         PIC 9(8) VALUE 5000.
       01 WS-RT-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-RT-OMITIDAS    PIC 9(8) VALUE ZERO.
       01 TABLA-RETENIDAS.
           05 RT-REG OCCURS 0 TO 5000 TIMES
                     DEPENDING ON WS-RT-COUNT.
               10 RT-FECHA       PIC 9(8).
               10 RT-NIT         PIC X(10).
               10 RT-SUC         PIC X(4).
               10 RT-TIP         PIC X(2).
               10 RT-COM         PIC X(4).
               10 RT-DCTO        PIC X(4).
               10 RT-FECHA-VCTO  PIC 9(8).
               10 RT-VALOR       PIC 9(9)V99.
               10 RT-MOTIVO      PIC X(1).
               10 RT-ESTADO      PIC X(1).
               10 RT-FECHA-ESTADO PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM ABRIR-LISTADO
           PERFORM CARGAR-RETENIDAS
           PERFORM APLICAR-TRANSACCIONES
           PERFORM REESCRIBIR-RETENIDAS
           PERFORM IMPRIMIR-PENDIENTES
           PERFORM IMPRIMIR-RESUMEN
           CLOSE LISTADO-FILE
           STOP RUN.

       *> Toma la fecha de negocio de FECHANEG.DET. Sin registro de
       *> control, o con el dia ya cerrado por CIERDIA, el programa
       *> no corre: todavia no ha abierto ni escrito ningun archivo.
       LEER-FECHA-NEGOCIO.
           OPEN INPUT FECHANEG-FILE
           IF WS-FNG-STATUS = "00"
               READ FECHANEG-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FNG-FECHA  TO WS-FECHA-NEGOCIO
                       MOVE FNG-ESTADO TO WS-FNG-ESTADO
               END-READ
               CLOSE FECHANEG-FILE
           END-IF
           IF WS-FECHA-NEGOCIO = ZERO
               DISPLAY "LIBERA: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "LIBERA: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       ABRIR-LISTADO.
           OPEN OUTPUT LISTADO-FILE
           MOVE SPACES TO WS-LINE
           STRING "LIBERACION DE FACTURAS RETENIDAS POR CREDITO - "
           "LISTADO DE AUDITORIA - FECHA: " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "ACC | NIT        | SUC  | DOCUMENTO    | "
           "        VALOR | RESULTADO"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Carga RETENIDAS.DET en TABLA-RETENIDAS. Si el archivo no
       *> existe no hay nada retenido y toda transaccion se rechaza.
       CARGAR-RETENIDAS.
           MOVE ZERO TO WS-RT-COUNT WS-RT-OMITIDAS
           OPEN INPUT RETEN-FILE
           IF WS-RET-STATUS = "00"
               PERFORM UNTIL EOF-RET = "S"
                   READ RETEN-FILE
                       AT END MOVE "S" TO EOF-RET
                       NOT AT END
                           IF WS-RT-COUNT >= WS-RT-MAX
                               ADD 1 TO WS-RT-OMITIDAS
                           ELSE
                               ADD 1 TO WS-RT-COUNT
                               MOVE RET-REC TO RT-REG(WS-RT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETEN-FILE
           ELSE
               MOVE SPACES TO WS-LINE
               STRING "AVISO: RETENIDAS.DET no existe (estado "
               WS-RET-STATUS "): no hay facturas retenidas."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.

       *> Lee LIBTRX.DET y aplica cada transaccion sobre la tabla.
       *> RETENIDAS.DET solo se reescribe al final, igual que hace
       *> MANTCUPO con CUPOS.DET.
       APLICAR-TRANSACCIONES.
           OPEN INPUT TRX-FILE
           IF WS-TRX-STATUS NOT = "00"
               MOVE SPACES TO WS-LINE
               STRING "AVISO: LIBTRX.DET no existe o no se pudo "
               "abrir (estado " WS-TRX-STATUS "). No se aplico "
               "ninguna transaccion."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
               MOVE "S" TO EOF-TRX
           END-IF
           PERFORM UNTIL EOF-TRX = "S"
               READ TRX-FILE
                   AT END MOVE "S" TO EOF-TRX
                   NOT AT END
                       ADD 1 TO WS-TRX-COUNT
                       PERFORM APLICAR-UNA-TRX
               END-READ
           END-PERFORM
           IF WS-TRX-STATUS = "00" OR WS-TRX-STATUS = "10"
               CLOSE TRX-FILE
           END-IF
           EXIT.

       *> Valida y aplica la transaccion actual (TRX-REC). Solo se
       *> puede liberar una factura retenida, y anular una retenida
       *> o una liberada que MOVDIA todavia no ingreso.
       APLICAR-UNA-TRX.
           MOVE SPACES TO WS-MOTIVO
           PERFORM BUSCAR-RETENIDA
           EVALUATE ACCION-TRX
               WHEN "L"
                   IF WS-RT-ENCONTRADA = "N"
                       MOVE "FACTURA NO ESTA RETENIDA" TO WS-MOTIVO
                   ELSE
                       IF RT-ESTADO(WS-IDX-BUSQ) = "L"
                           MOVE "FACTURA YA LIBERADA" TO WS-MOTIVO
                       ELSE
                           MOVE "L" TO RT-ESTADO(WS-IDX-BUSQ)
                       END-IF
                   END-IF
               WHEN "A"
                   IF WS-RT-ENCONTRADA = "N"
                       MOVE "FACTURA NO ESTA RETENIDA" TO WS-MOTIVO
                   ELSE
                       MOVE "A" TO RT-ESTADO(WS-IDX-BUSQ)
                   END-IF
               WHEN OTHER
                   MOVE "ACCION INVALIDA (USE L O A)" TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO = SPACES
               MOVE WS-FECHA-PROCESO TO RT-FECHA-ESTADO(WS-IDX-BUSQ)
               ADD 1 TO WS-TRX-ACEPTADAS
               PERFORM IMPRIMIR-TRX-ACEPTADA
           ELSE
               ADD 1 TO WS-TRX-RECHAZADAS
               PERFORM IMPRIMIR-TRX-RECHAZADA
           END-IF.

       *> Busca la llave de la transaccion entre las facturas todavia
       *> pendientes (retenidas o liberadas sin ingresar).
       BUSCAR-RETENIDA.
           MOVE "N" TO WS-RT-ENCONTRADA
           MOVE 1 TO WS-IDX-BUSQ
           PERFORM UNTIL WS-IDX-BUSQ > WS-RT-COUNT OR
                         WS-RT-ENCONTRADA = "S"
               IF RT-NIT(WS-IDX-BUSQ)  = NIT3-TRX AND
                  RT-SUC(WS-IDX-BUSQ)  = SUC3-TRX AND
                  RT-TIP(WS-IDX-BUSQ)  = TIP-TRX  AND
                  RT-COM(WS-IDX-BUSQ)  = COM-TRX  AND
                  RT-DCTO(WS-IDX-BUSQ) = DCTO-TRX AND
                  (RT-ESTADO(WS-IDX-BUSQ) = "R" OR
                   RT-ESTADO(WS-IDX-BUSQ) = "L")
                   MOVE "S" TO WS-RT-ENCONTRADA
               ELSE
                   ADD 1 TO WS-IDX-BUSQ
               END-IF
           END-PERFORM.

       IMPRIMIR-TRX-ACEPTADA.
           MOVE RT-VALOR(WS-IDX-BUSQ) TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           IF ACCION-TRX = "L"
               STRING " " ACCION-TRX "  | " NIT3-TRX " | " SUC3-TRX
               " | " TIP-TRX " " COM-TRX " " DCTO-TRX " | "
               WS-VALOR-TXT " | LIBERADA: ENTRA EN LA PROXIMA "
               "CORRIDA DE MOVDIA"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               STRING " " ACCION-TRX "  | " NIT3-TRX " | " SUC3-TRX
               " | " TIP-TRX " " COM-TRX " " DCTO-TRX " | "
               WS-VALOR-TXT " | ANULADA"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       IMPRIMIR-TRX-RECHAZADA.
           MOVE SPACES TO WS-LINE
           STRING " " ACCION-TRX "  | " NIT3-TRX " | " SUC3-TRX
           " | " TIP-TRX " " COM-TRX " " DCTO-TRX " | "
           "              | RECHAZADA: " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Reescribe RETENIDAS.DET con la tabla ya ajustada. Si la
       *> tabla se quedo corta al cargar NO se reescribe nada: se
       *> perderian las facturas omitidas.
       REESCRIBIR-RETENIDAS.
           IF WS-RT-OMITIDAS = ZERO AND WS-RET-STATUS = "00"
               OPEN OUTPUT RETEN-FILE
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-RT-COUNT
                   MOVE RT-REG(WS-IDX) TO RET-REC
                   WRITE RET-REC
                   ADD 1 TO WS-IDX
               END-PERFORM
               CLOSE RETEN-FILE
           END-IF
           EXIT.

       *> Facturas que siguen retenidas despues de la corrida, con
       *> los dias que llevan retenidas, para que credito las vea
       *> todas en un solo listado.
       IMPRIMIR-PENDIENTES.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "FACTURAS QUE SIGUEN RETENIDAS:"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "RETENIDA | NIT        | SUC  | DOCUMENTO    | "
           "        VALOR | MOTIVO     |  DIAS"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-RT-COUNT
               IF RT-ESTADO(WS-IDX) = "R"
                   PERFORM IMPRIMIR-UNA-PENDIENTE
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM
           MOVE WS-PEND-TOTAL TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           STRING "TOTAL RETENIDO: " WS-PEND-COUNT " factura(s) por "
           WS-VALOR-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       IMPRIMIR-UNA-PENDIENTE.
           ADD 1 TO WS-PEND-COUNT
           ADD RT-VALOR(WS-IDX) TO WS-PEND-TOTAL
           IF RT-MOTIVO(WS-IDX) = "B"
               MOVE "BLOQUEADO" TO WS-MOTIVO-TXT
           ELSE
               MOVE "SOBRE CUPO" TO WS-MOTIVO-TXT
           END-IF
           COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) -
                   FUNCTION INTEGER-OF-DATE(RT-FECHA(WS-IDX))
           MOVE RT-VALOR(WS-IDX) TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           STRING RT-FECHA(WS-IDX) " | " RT-NIT(WS-IDX) " | "
           RT-SUC(WS-IDX) " | " RT-TIP(WS-IDX) " " RT-COM(WS-IDX)
           " " RT-DCTO(WS-IDX) " | " WS-VALOR-TXT " | "
           WS-MOTIVO-TXT " | " WS-DIAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Totales de la corrida al final del listado de auditoria.
       IMPRIMIR-RESUMEN.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "TRANSACCIONES LEIDAS:    " WS-TRX-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "TRANSACCIONES ACEPTADAS: " WS-TRX-ACEPTADAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "TRANSACCIONES RECHAZADAS:" WS-TRX-RECHAZADAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           IF WS-RT-OMITIDAS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-RT-OMITIDAS
               " factura(s) omitida(s) por exceder la capacidad "
               "maxima de la tabla (" WS-RT-MAX "). RETENIDAS.DET "
               "quedo INTACTO: repita la corrida con mas cupo de "
               "tabla."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.
