       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMESA.                                             *> Promesas de pago: registro y seguimiento

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DET-FILE ASSIGN TO "DET.DET"                          *> Documentos abiertos (saldo del NIT)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-STATUS.
           SELECT COBRADOR-FILE ASSIGN TO "COBRADOR.DET"                *> Maestro de cobradores (MANTCOB)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COB-STATUS.
           SELECT TRX-FILE ASSIGN TO "PROTRX.DET"                       *> Promesas tomadas por los cobradores
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRX-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PROMESA.DET"                    *> Tarjeta de control (dias de gracia)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT PROMESAS-FILE ASSIGN TO "PROMESAS.DET"                *> Archivo permanente de promesas
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT HISTPAG-FILE ASSIGN TO "HISTPAG.DET"                  *> Historia de pagos aplicados (PAGOS)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "PROMESA.LST"                  *> Listado de auditoria
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEGUIM-FILE ASSIGN TO "PROMSEG.LST"                   *> Seguimiento de promesas vencidas
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DET-FILE.
       01 DET-REC.
           05 NIT3-DET        PIC X(10).
           05 SUC3-DET        PIC X(4).
           05 TIP-DET         PIC X(2).
           05 COM-DET         PIC X(4).
           05 DCTO-DET        PIC X(4).
           05 FECHA-VCTO-DET  PIC 9(8).
           05 SALDO-DET       PIC X(10).

       *> Maestro de cobradores que mantiene MANTCOB, con el mismo
       *> trazado con que alla se escribe.
       FD COBRADOR-FILE.
       01 COB-REC.
           05 COB-CODIGO         PIC X(4).
           05 COB-NOMBRE         PIC X(30).
           05 COB-ACTIVO         PIC X(1).

       *> Una promesa por registro: NIT del cliente, fecha en que
       *> promete pagar, valor prometido, cobrador que la tomo y un
       *> comentario libre de la gestion.
       FD TRX-FILE.
       01 TRX-REC.
           05 NIT3-TRX        PIC X(10).
           05 FECHA-TRX       PIC X(8).
           05 FECHA-TRX-N REDEFINES FECHA-TRX PIC 9(8).
           05 VALOR-TRX       PIC X(11).
           05 VALOR-TRX-N REDEFINES VALOR-TRX PIC 9(9)V99.
           05 COBRADOR-TRX    PIC X(4).
           05 COMENTARIO-TRX  PIC X(40).

       *> Tarjeta de control: dias de gracia despues de la fecha
       *> prometida antes de evaluar la promesa (lo que tarda un
       *> pago en llegar a HISTPAG.DET). En blanco, cero: la promesa
       *> se evalua el primer dia de negocio despues de la fecha.
       FD PARAM-FILE.
       01 PARAM-REC.
           05 PRP-DIAS           PIC X(3).
           05 PRP-DIAS-N REDEFINES PRP-DIAS PIC 9(3).

       *> Archivo permanente de promesas, en el orden en que se
       *> tomaron. ESTADO: "P" pendiente, "C" cumplida, "I" cumplida
       *> en parte, "R" rota; PAGADO es lo que el NIT pago entre la
       *> fecha de registro y la fecha prometida (mas la gracia) y
       *> FECHA-ESTADO el dia en que se evaluo. CARTERA y PRODCOB lo
       *> leen para la lista de gestion y la productividad.
       FD PROMESAS-FILE.
       01 PRM-REC.
           05 PRM-NIT            PIC X(10).
           05 PRM-FECHA-REG      PIC 9(8).
           05 PRM-FECHA-PROM     PIC 9(8).
           05 PRM-VALOR          PIC 9(9)V99.
           05 PRM-COBRADOR       PIC X(4).
           05 PRM-COMENTARIO     PIC X(40).
           05 PRM-ESTADO         PIC X(1).
           05 PRM-PAGADO         PIC 9(9)V99.
           05 PRM-FECHA-ESTADO   PIC 9(8).

       *> Historia de aplicaciones que deja PAGOS, con el mismo
       *> trazado con que alla se escribe. Las reversiones de
       *> DEVOLUC vienen con origen "R" y restan lo pagado.
       FD HISTPAG-FILE.
       01 HIST-REC.
           05 HIST-FECHA-APLIC PIC 9(8).
           05 HIST-NIT         PIC X(10).
           05 HIST-SUC         PIC X(4).
           05 HIST-TIP         PIC X(2).
           05 HIST-COM         PIC X(4).
           05 HIST-DCTO        PIC X(4).
           05 HIST-FECHA-PAG   PIC 9(8).
           05 HIST-VALOR       PIC 9(9)V99.
           05 HIST-ORIGEN      PIC X(1).
           05 HIST-FECHA-VCTO  PIC 9(8).

       FD LISTADO-FILE.
       01 LIST-REC         PIC X(120).

       FD SEGUIM-FILE.
       01 SEG-REC          PIC X(120).

       *> Registro de control de la fecha de negocio que mantiene
       *> CIERDIA: dia de negocio en curso y su estado ("A" abierto,
       *> "C" cerrado). La fecha de proceso sale de aqui y no del
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
       01 WS-DET-STATUS     PIC X(2).
       01 WS-COB-STATUS     PIC X(2).
       01 WS-TRX-STATUS     PIC X(2).
       01 WS-PARAM-STATUS   PIC X(2).
       01 WS-PRM-STATUS     PIC X(2).
       01 WS-HIST-STATUS    PIC X(2).
       *> Variables de control
       01 EOF-DET           PIC X VALUE "N".
       01 EOF-COB           PIC X VALUE "N".
       01 EOF-TRX           PIC X VALUE "N".
       01 EOF-PRM           PIC X VALUE "N".
       01 EOF-HIST          PIC X VALUE "N".
       01 WS-LINE           PIC X(120).
       01 WS-IDX            PIC 9(8).
       01 WS-IDX-PM         PIC 9(8).
       01 WS-IDX-COB        PIC 9(4).
       01 WS-COB-ENCONTRADO PIC X VALUE "N".
       01 WS-PEND-ENCONTRADA PIC X VALUE "N".
       01 WS-MOTIVO         PIC X(45).
       01 WS-FECHA-PROCESO  PIC 9(8).
       01 WS-INT-PROCESO    PIC 9(8).
       01 WS-DIAS-GRACIA    PIC 9(3) VALUE ZERO.
       01 WS-INT-LIMITE     PIC 9(8).
       01 WS-SALDO-NIT      PIC 9(9)V99.
       01 WS-VALOR-TXT      PIC Z(8)9.99.
       01 WS-PAGADO-TXT     PIC -(8)9.99.
       01 WS-DIAS-TXT       PIC ZZ9.
       01 WS-ESTADO-TXT     PIC X(17).

       *> Contadores de la corrida
       01 WS-TRX-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-TRX-ACEPTADAS  PIC 9(8) VALUE ZERO.
       01 WS-TRX-RECHAZADAS PIC 9(8) VALUE ZERO.
       01 WS-SG-EVALUADAS   PIC 9(8) VALUE ZERO.
       01 WS-SG-CUMPLIDAS   PIC 9(8) VALUE ZERO.
       01 WS-SG-PARCIALES   PIC 9(8) VALUE ZERO.
       01 WS-SG-ROTAS       PIC 9(8) VALUE ZERO.
       01 WS-SG-PENDIENTES  PIC 9(8) VALUE ZERO.
       01 WS-SG-VALOR-PEND  PIC 9(9)V99 VALUE ZERO.

       *> Saldo abierto por documento de DET.DET, para exigir que el
       *> NIT de la promesa tenga algo que pagar.
       01 WS-DOC-MAX        PIC 9(8) VALUE 20000.
       01 WS-DOC-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-DOC-OMITIDOS   PIC 9(8) VALUE ZERO.
       01 TABLA-DOCUMENTOS.
           05 DOCUMENTO OCCURS 0 TO 20000 TIMES
                        DEPENDING ON WS-DOC-COUNT.
               10 D-NIT          PIC X(10).
               10 D-SALDO        PIC 9(7)V99.

       *> Maestro de cobradores en memoria.
       01 WS-CB-MAX         PIC 9(4) VALUE 500.
       01 WS-CB-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-CB-OMITIDOS    PIC 9(4) VALUE ZERO.
       01 TABLA-COBRADORES.
           05 CB-REG OCCURS 0 TO 500 TIMES
                     DEPENDING ON WS-CB-COUNT.
               10 CB-CODIGO      PIC X(4).
               10 CB-ACTIVO      PIC X(1).

       *> PROMESAS.DET completo en memoria, mas las promesas nuevas
       *> de la corrida al final. PM-EVALUAR marca las pendientes
       *> cuya fecha (mas la gracia) ya paso y PM-LIMITE es la fecha
       *> hasta la que cuentan los pagos de cada una.
       01 WS-PM-MAX         PIC 9(8) VALUE 20000.
       01 WS-PM-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-PM-OMITIDAS    PIC 9(8) VALUE ZERO.
       01 TABLA-PROMESAS.
           05 PM-REG OCCURS 0 TO 20000 TIMES
                     DEPENDING ON WS-PM-COUNT.
               10 PM-NIT         PIC X(10).
               10 PM-FECHA-REG   PIC 9(8).
               10 PM-FECHA-PROM  PIC 9(8).
               10 PM-VALOR       PIC 9(9)V99.
               10 PM-COBRADOR    PIC X(4).
               10 PM-COMENTARIO  PIC X(40).
               10 PM-ESTADO      PIC X(1).
               10 PM-PAGADO      PIC S9(9)V99.
               10 PM-FECHA-ESTADO PIC 9(8).
               10 PM-EVALUAR     PIC X(1).
               10 PM-LIMITE      PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           COMPUTE WS-INT-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
           PERFORM LEER-CONTROL
           PERFORM ABRIR-LISTADO
           PERFORM CARGAR-DOCUMENTOS
           PERFORM CARGAR-COBRADORES
           PERFORM CARGAR-PROMESAS
           PERFORM MARCAR-VENCIDAS
           PERFORM APLICAR-TRANSACCIONES
           PERFORM CRUZAR-HISTORIA
           PERFORM SEGUIMIENTO
           PERFORM REESCRIBIR-PROMESAS
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
               DISPLAY "PROMESA: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "PROMESA: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       *> Lee la tarjeta de control. Sin tarjeta, o con los dias en
       *> blanco, no hay gracia.
       LEER-CONTROL.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRP-DIAS IS NUMERIC
                           MOVE PRP-DIAS-N TO WS-DIAS-GRACIA
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           EXIT.

       ABRIR-LISTADO.
           OPEN OUTPUT LISTADO-FILE
           MOVE SPACES TO WS-LINE
           STRING "PROMESAS DE PAGO - LISTADO DE AUDITORIA - FECHA: "
           WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "NIT        | FECHA    |       VALOR | COB  | "
           "COMENTARIO                               | RESULTADO"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Carga de DET.DET el NIT y el saldo de cada documento.
       CARGAR-DOCUMENTOS.
           MOVE ZERO TO WS-DOC-COUNT WS-DOC-OMITIDOS
           OPEN INPUT DET-FILE
           IF WS-DET-STATUS = "00"
               PERFORM UNTIL EOF-DET = "S"
                   READ DET-FILE
                       AT END MOVE "S" TO EOF-DET
                       NOT AT END
                           IF WS-DOC-COUNT >= WS-DOC-MAX
                               ADD 1 TO WS-DOC-OMITIDOS
                           ELSE
                               ADD 1 TO WS-DOC-COUNT
                               MOVE NIT3-DET TO D-NIT(WS-DOC-COUNT)
                               MOVE FUNCTION NUMVAL(SALDO-DET) TO
                                              D-SALDO(WS-DOC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DET-FILE
           END-IF
           EXIT.

       *> Carga el maestro de cobradores. Sin maestro ninguna promesa
       *> nueva se acepta.
       CARGAR-COBRADORES.
           MOVE ZERO TO WS-CB-COUNT WS-CB-OMITIDOS
           OPEN INPUT COBRADOR-FILE
           IF WS-COB-STATUS = "00"
               PERFORM UNTIL EOF-COB = "S"
                   READ COBRADOR-FILE
                       AT END MOVE "S" TO EOF-COB
                       NOT AT END
                           IF WS-CB-COUNT >= WS-CB-MAX
                               ADD 1 TO WS-CB-OMITIDOS
                           ELSE
                               ADD 1 TO WS-CB-COUNT
                               MOVE COB-CODIGO TO
                                              CB-CODIGO(WS-CB-COUNT)
                               MOVE COB-ACTIVO TO
                                              CB-ACTIVO(WS-CB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COBRADOR-FILE
           ELSE
               MOVE SPACES TO WS-LINE
               STRING "AVISO: COBRADOR.DET no existe (estado "
               WS-COB-STATUS "): no se puede aceptar ninguna "
               "promesa nueva."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.

       *> Carga PROMESAS.DET completo. La primera corrida no lo
       *> encuentra y arranca con la tabla vacia.
       CARGAR-PROMESAS.
           MOVE ZERO TO WS-PM-COUNT WS-PM-OMITIDAS
           OPEN INPUT PROMESAS-FILE
           IF WS-PRM-STATUS = "00"
               PERFORM UNTIL EOF-PRM = "S"
                   READ PROMESAS-FILE
                       AT END MOVE "S" TO EOF-PRM
                       NOT AT END
                           IF WS-PM-COUNT >= WS-PM-MAX
                               ADD 1 TO WS-PM-OMITIDAS
                           ELSE
                               ADD 1 TO WS-PM-COUNT
                               MOVE PRM-NIT TO PM-NIT(WS-PM-COUNT)
                               MOVE PRM-FECHA-REG TO
                                          PM-FECHA-REG(WS-PM-COUNT)
                               MOVE PRM-FECHA-PROM TO
                                          PM-FECHA-PROM(WS-PM-COUNT)
                               MOVE PRM-VALOR TO
                                          PM-VALOR(WS-PM-COUNT)
                               MOVE PRM-COBRADOR TO
                                          PM-COBRADOR(WS-PM-COUNT)
                               MOVE PRM-COMENTARIO TO
                                          PM-COMENTARIO(WS-PM-COUNT)
                               MOVE PRM-ESTADO TO
                                          PM-ESTADO(WS-PM-COUNT)
                               MOVE PRM-PAGADO TO
                                          PM-PAGADO(WS-PM-COUNT)
                               MOVE PRM-FECHA-ESTADO TO
                                          PM-FECHA-ESTADO(WS-PM-COUNT)
                               MOVE "N" TO PM-EVALUAR(WS-PM-COUNT)
                               MOVE ZERO TO PM-LIMITE(WS-PM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMESAS-FILE
           END-IF
           EXIT.

       *> Lee PROTRX.DET y registra cada promesa, validandola
       *> primero. PROMESAS.DET solo se reescribe al final.
       APLICAR-TRANSACCIONES.
           OPEN INPUT TRX-FILE
           IF WS-TRX-STATUS NOT = "00"
               MOVE SPACES TO WS-LINE
               STRING "AVISO: PROTRX.DET no existe o no se pudo "
               "abrir (estado " WS-TRX-STATUS "). No se registro "
               "ninguna promesa nueva."
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

       *> Valida y registra la promesa actual (TRX-REC). WS-MOTIVO
       *> queda en blanco si se acepta; si no, lleva la causa del
       *> rechazo que se imprime en el listado. Un NIT tiene a lo
       *> sumo una promesa pendiente: la nueva se toma cuando la
       *> anterior ya se evaluo.
       APLICAR-UNA-TRX.
           MOVE SPACES TO WS-MOTIVO
           PERFORM CALCULAR-SALDO-NIT
           PERFORM BUSCAR-COBRADOR
           PERFORM BUSCAR-PENDIENTE
           EVALUATE TRUE
               WHEN NIT3-TRX = SPACES
                   MOVE "FALTA EL NIT" TO WS-MOTIVO
               WHEN WS-SALDO-NIT = ZERO
                   MOVE "NIT SIN SALDO ABIERTO EN DET.DET" TO WS-MOTIVO
               WHEN FECHA-TRX IS NOT NUMERIC
                   MOVE "FECHA PROMETIDA INVALIDA" TO WS-MOTIVO
               WHEN FUNCTION TEST-DATE-YYYYMMDD(FECHA-TRX-N)
                                                   NOT = ZERO
                   MOVE "FECHA PROMETIDA INVALIDA" TO WS-MOTIVO
               WHEN FECHA-TRX-N < WS-FECHA-PROCESO
                   MOVE "FECHA PROMETIDA ANTERIOR A LA DE NEGOCIO"
                                                       TO WS-MOTIVO
               WHEN VALOR-TRX IS NOT NUMERIC
                   MOVE "VALOR PROMETIDO NO NUMERICO" TO WS-MOTIVO
               WHEN VALOR-TRX-N = ZERO
                   MOVE "VALOR PROMETIDO EN CERO" TO WS-MOTIVO
               WHEN WS-COB-ENCONTRADO = "N"
                   MOVE "COBRADOR NO EXISTE" TO WS-MOTIVO
               WHEN CB-ACTIVO(WS-IDX-COB) NOT = "S"
                   MOVE "COBRADOR INACTIVO" TO WS-MOTIVO
               WHEN WS-PEND-ENCONTRADA = "S"
                   MOVE "NIT YA TIENE PROMESA PENDIENTE" TO WS-MOTIVO
               WHEN WS-PM-COUNT >= WS-PM-MAX
                   MOVE "TABLA DE PROMESAS LLENA" TO WS-MOTIVO
               WHEN OTHER
                   ADD 1 TO WS-PM-COUNT
                   MOVE NIT3-TRX         TO PM-NIT(WS-PM-COUNT)
                   MOVE WS-FECHA-PROCESO TO PM-FECHA-REG(WS-PM-COUNT)
                   MOVE FECHA-TRX-N      TO PM-FECHA-PROM(WS-PM-COUNT)
                   MOVE VALOR-TRX-N      TO PM-VALOR(WS-PM-COUNT)
                   MOVE COBRADOR-TRX     TO PM-COBRADOR(WS-PM-COUNT)
                   MOVE COMENTARIO-TRX   TO
                                          PM-COMENTARIO(WS-PM-COUNT)
                   MOVE "P"              TO PM-ESTADO(WS-PM-COUNT)
                   MOVE ZERO             TO PM-PAGADO(WS-PM-COUNT)
                   MOVE WS-FECHA-PROCESO TO
                                          PM-FECHA-ESTADO(WS-PM-COUNT)
                   MOVE "N"              TO PM-EVALUAR(WS-PM-COUNT)
                   MOVE ZERO             TO PM-LIMITE(WS-PM-COUNT)
           END-EVALUATE
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-TRX-ACEPTADAS
               PERFORM IMPRIMIR-TRX-ACEPTADA
           ELSE
               ADD 1 TO WS-TRX-RECHAZADAS
               PERFORM IMPRIMIR-TRX-RECHAZADA
           END-IF.

       *> Suma el saldo abierto del NIT de la transaccion a traves
       *> de todas sus sucursales.
       CALCULAR-SALDO-NIT.
           MOVE ZERO TO WS-SALDO-NIT
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-DOC-COUNT
               IF D-NIT(WS-IDX) = NIT3-TRX
                   ADD D-SALDO(WS-IDX) TO WS-SALDO-NIT
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

       BUSCAR-COBRADOR.
           MOVE "N" TO WS-COB-ENCONTRADO
           MOVE 1 TO WS-IDX-COB
           PERFORM UNTIL WS-IDX-COB > WS-CB-COUNT OR
                         WS-COB-ENCONTRADO = "S"
               IF CB-CODIGO(WS-IDX-COB) = COBRADOR-TRX
                   MOVE "S" TO WS-COB-ENCONTRADO
               ELSE
                   ADD 1 TO WS-IDX-COB
               END-IF
           END-PERFORM.

       *> Busca una promesa pendiente del NIT de la transaccion. La
       *> que se evalua hoy ya no cuenta: el cobrador puede tomar
       *> la promesa nueva el mismo dia en que vence la anterior.
       BUSCAR-PENDIENTE.
           MOVE "N" TO WS-PEND-ENCONTRADA
           MOVE 1 TO WS-IDX-PM
           PERFORM UNTIL WS-IDX-PM > WS-PM-COUNT OR
                         WS-PEND-ENCONTRADA = "S"
               IF PM-NIT(WS-IDX-PM) = NIT3-TRX AND
                  PM-ESTADO(WS-IDX-PM) = "P" AND
                  PM-EVALUAR(WS-IDX-PM) = "N"
                   MOVE "S" TO WS-PEND-ENCONTRADA
               ELSE
                   ADD 1 TO WS-IDX-PM
               END-IF
           END-PERFORM.

       IMPRIMIR-TRX-ACEPTADA.
           MOVE VALOR-TRX-N TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           STRING NIT3-TRX " | " FECHA-TRX " | " WS-VALOR-TXT " | "
           COBRADOR-TRX " | " COMENTARIO-TRX " | ACEPTADA"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       IMPRIMIR-TRX-RECHAZADA.
           MOVE SPACES TO WS-LINE
           STRING NIT3-TRX " | " FECHA-TRX " |  " VALOR-TRX " | "
           COBRADOR-TRX " | " COMENTARIO-TRX " | RECHAZADA"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
       *> La causa del rechazo sale en renglon propio: en el renglon
       *> de la transaccion no cabe completa.
           MOVE SPACES TO WS-LINE
           STRING "       CAUSA: " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Marca las promesas pendientes que ya se pueden evaluar: su
       *> fecha prometida mas los dias de gracia quedo antes de la
       *> fecha de negocio. PM-LIMITE es el ultimo dia de pago que
       *> cuenta para la promesa.
       MARCAR-VENCIDAS.
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-PM-COUNT
               IF PM-ESTADO(WS-IDX) = "P"
                   COMPUTE WS-INT-LIMITE =
                       FUNCTION INTEGER-OF-DATE(PM-FECHA-PROM(WS-IDX))
                       + WS-DIAS-GRACIA
                   IF WS-INT-LIMITE < WS-INT-PROCESO
                       MOVE "S" TO PM-EVALUAR(WS-IDX)
                       MOVE ZERO TO PM-PAGADO(WS-IDX)
                       COMPUTE PM-LIMITE(WS-IDX) =
                           FUNCTION DATE-OF-INTEGER(WS-INT-LIMITE)
                   END-IF
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM
           EXIT.

       *> Recorre HISTPAG.DET una sola vez y acumula sobre cada
       *> promesa por evaluar lo que su NIT pago (en cualquier
       *> sucursal y documento) con fecha de pago entre el registro
       *> de la promesa y su fecha limite. Las reversiones restan.
       CRUZAR-HISTORIA.
           OPEN INPUT HISTPAG-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL EOF-HIST = "S"
                   READ HISTPAG-FILE
                       AT END MOVE "S" TO EOF-HIST
                       NOT AT END
                           PERFORM ACUMULAR-PAGO-PROMESAS
                   END-READ
               END-PERFORM
               CLOSE HISTPAG-FILE
           END-IF
           EXIT.

       ACUMULAR-PAGO-PROMESAS.
           MOVE 1 TO WS-IDX-PM
           PERFORM UNTIL WS-IDX-PM > WS-PM-COUNT
               IF PM-EVALUAR(WS-IDX-PM) = "S" AND
                  PM-NIT(WS-IDX-PM) = HIST-NIT AND
                  HIST-FECHA-PAG >= PM-FECHA-REG(WS-IDX-PM) AND
                  HIST-FECHA-PAG <= PM-LIMITE(WS-IDX-PM)
                   IF HIST-ORIGEN = "R"
                       SUBTRACT HIST-VALOR FROM PM-PAGADO(WS-IDX-PM)
                   ELSE
                       ADD HIST-VALOR TO PM-PAGADO(WS-IDX-PM)
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-PM
           END-PERFORM.

       *> Seguimiento en PROMSEG.LST: cada promesa evaluada hoy con
       *> su resultado ("C" cumplida si lo pagado cubre lo
       *> prometido, "I" cumplida en parte si pago algo, "R" rota
       *> si no pago nada), y al pie las promesas que siguen
       *> pendientes.
       SEGUIMIENTO.
           OPEN OUTPUT SEGUIM-FILE
           MOVE WS-DIAS-GRACIA TO WS-DIAS-TXT
           MOVE SPACES TO WS-LINE
           STRING "SEGUIMIENTO DE PROMESAS DE PAGO - FECHA: "
           WS-FECHA-PROCESO " - DIAS DE GRACIA:" WS-DIAS-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE SEG-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           WRITE SEG-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "*** PROMESAS EVALUADAS HOY ***"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE SEG-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "NIT        | COB  | REGISTRO | PROMETIDA|   "
           "PROMETIDO |      PAGADO | RESULTADO"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE SEG-REC FROM WS-LINE
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-PM-COUNT
               IF PM-EVALUAR(WS-IDX) = "S"
                   PERFORM EVALUAR-PROMESA
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM
           IF WS-SG-EVALUADAS = ZERO
               MOVE SPACES TO WS-LINE
               STRING "   (ninguna promesa vencio hoy)"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE SEG-REC FROM WS-LINE
           END-IF
           MOVE SPACES TO WS-LINE
           WRITE SEG-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "*** PROMESAS PENDIENTES ***"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE SEG-REC FROM WS-LINE
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-PM-COUNT
               IF PM-ESTADO(WS-IDX) = "P"
                   PERFORM IMPRIMIR-PENDIENTE
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM
           IF WS-SG-PENDIENTES = ZERO
               MOVE SPACES TO WS-LINE
               STRING "   (sin promesas pendientes)"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE SEG-REC FROM WS-LINE
           END-IF
           MOVE SPACES TO WS-LINE
           WRITE SEG-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "EVALUADAS HOY: " WS-SG-EVALUADAS " - CUMPLIDAS: "
           WS-SG-CUMPLIDAS " - EN PARTE: " WS-SG-PARCIALES
           " - ROTAS: " WS-SG-ROTAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE SEG-REC FROM WS-LINE
           MOVE WS-SG-VALOR-PEND TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           STRING "PENDIENTES: " WS-SG-PENDIENTES " - VALOR "
           "PROMETIDO PENDIENTE: " WS-VALOR-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE SEG-REC FROM WS-LINE
           IF WS-PM-OMITIDAS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: corrida incompleta (ver PROMESA.LST): "
               "los resultados no quedaron grabados."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE SEG-REC FROM WS-LINE
           END-IF
           CLOSE SEGUIM-FILE
           EXIT.

       *> Da el resultado de la promesa WS-IDX y lo imprime.
       EVALUAR-PROMESA.
           ADD 1 TO WS-SG-EVALUADAS
           EVALUATE TRUE
               WHEN PM-PAGADO(WS-IDX) >= PM-VALOR(WS-IDX)
                   MOVE "C" TO PM-ESTADO(WS-IDX)
                   MOVE "CUMPLIDA" TO WS-ESTADO-TXT
                   ADD 1 TO WS-SG-CUMPLIDAS
               WHEN PM-PAGADO(WS-IDX) > ZERO
                   MOVE "I" TO PM-ESTADO(WS-IDX)
                   MOVE "CUMPLIDA EN PARTE" TO WS-ESTADO-TXT
                   ADD 1 TO WS-SG-PARCIALES
               WHEN OTHER
                   MOVE "R" TO PM-ESTADO(WS-IDX)
                   MOVE "*** ROTA" TO WS-ESTADO-TXT
                   ADD 1 TO WS-SG-ROTAS
           END-EVALUATE
           MOVE WS-FECHA-PROCESO TO PM-FECHA-ESTADO(WS-IDX)
           MOVE PM-VALOR(WS-IDX)  TO WS-VALOR-TXT
           MOVE PM-PAGADO(WS-IDX) TO WS-PAGADO-TXT
           MOVE SPACES TO WS-LINE
           STRING PM-NIT(WS-IDX) " | " PM-COBRADOR(WS-IDX) " | "
           PM-FECHA-REG(WS-IDX) " | " PM-FECHA-PROM(WS-IDX) " | "
           WS-VALOR-TXT " | " WS-PAGADO-TXT " | " WS-ESTADO-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE SEG-REC FROM WS-LINE
           EXIT.

       *> Renglon de una promesa que sigue pendiente.
       IMPRIMIR-PENDIENTE.
           ADD 1 TO WS-SG-PENDIENTES
           ADD PM-VALOR(WS-IDX) TO WS-SG-VALOR-PEND
           MOVE PM-VALOR(WS-IDX) TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           STRING PM-NIT(WS-IDX) " | " PM-COBRADOR(WS-IDX) " | "
           PM-FECHA-REG(WS-IDX) " | " PM-FECHA-PROM(WS-IDX) " | "
           WS-VALOR-TXT " | " PM-COMENTARIO(WS-IDX)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE SEG-REC FROM WS-LINE
           EXIT.

       *> Reescribe PROMESAS.DET con las promesas anteriores (y el
       *> resultado de las evaluadas hoy) y las nuevas al final. Lo
       *> pagado negativo (solo reversiones) se graba en cero. Si la
       *> tabla se quedo corta al cargar NO se reescribe nada: se
       *> perderian las promesas omitidas.
       REESCRIBIR-PROMESAS.
           IF WS-PM-OMITIDAS = ZERO
               OPEN OUTPUT PROMESAS-FILE
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-PM-COUNT
                   MOVE SPACES TO PRM-REC
                   MOVE PM-NIT(WS-IDX)        TO PRM-NIT
                   MOVE PM-FECHA-REG(WS-IDX)  TO PRM-FECHA-REG
                   MOVE PM-FECHA-PROM(WS-IDX) TO PRM-FECHA-PROM
                   MOVE PM-VALOR(WS-IDX)      TO PRM-VALOR
                   MOVE PM-COBRADOR(WS-IDX)   TO PRM-COBRADOR
                   MOVE PM-COMENTARIO(WS-IDX) TO PRM-COMENTARIO
                   MOVE PM-ESTADO(WS-IDX)     TO PRM-ESTADO
                   IF PM-PAGADO(WS-IDX) > ZERO
                       MOVE PM-PAGADO(WS-IDX) TO PRM-PAGADO
                   ELSE
                       MOVE ZERO TO PRM-PAGADO
                   END-IF
                   MOVE PM-FECHA-ESTADO(WS-IDX) TO PRM-FECHA-ESTADO
                   WRITE PRM-REC
                   ADD 1 TO WS-IDX
               END-PERFORM
               CLOSE PROMESAS-FILE
           END-IF
           EXIT.

       *> Totales de la corrida al final del listado de auditoria.
       IMPRIMIR-RESUMEN.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "PROMESAS LEIDAS:         " WS-TRX-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "PROMESAS ACEPTADAS:      " WS-TRX-ACEPTADAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "PROMESAS RECHAZADAS:     " WS-TRX-RECHAZADAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "PROMESAS EVALUADAS HOY:  " WS-SG-EVALUADAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           IF WS-DOC-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-DOC-OMITIDOS
               " documento(s) de DET.DET fuera de la tabla ("
               WS-DOC-MAX "): pueden rechazarse promesas validas."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-CB-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-CB-OMITIDOS
               " cobrador(es) fuera de la tabla (" WS-CB-MAX
               "): pueden rechazarse promesas validas."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-PM-OMITIDAS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-PM-OMITIDAS
               " promesa(s) omitida(s) por exceder la capacidad "
               "maxima de la tabla (" WS-PM-MAX "). PROMESAS.DET "
               "quedo INTACTO: repita la corrida con mas cupo de "
               "tabla."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.
