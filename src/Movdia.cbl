               FILE STATUS IS WS-SUCMAE-STATUS.
           SELECT CTL-FILE ASSIGN TO "MOVDIA.CTL"                       *> Totales de control para CUADRE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DET"                  *> Cuentas contables por movimiento y TIP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAS-STATUS.
           SELECT ASIENTOS-FILE ASSIGN TO "MOVDIA.ASI"                  *> Asientos contables de la corrida
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.
           SELECT CUPOS-FILE ASSIGN TO "CUPOS.DET"                      *> Cupos de credito por NIT (MANTCUPO)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUPOS-STATUS.
           SELECT RETEN-FILE ASSIGN TO "RETENIDAS.DET"                  *> Facturas retenidas por credito
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> registro (facturado que entro, acreditado por notas
       *> credito), para que CUADRE lo sume en la ecuacion del
       *> saldo de la cartera, igual que PAGOS.CTL y VALIDET.CTL.
       *> MCT-RETENIDO es lo facturado que quedo retenido por credito
       *> (no entro a DET.DET) y MCT-LIBERADO la parte de
       *> MCT-FACTURADO que entro por liberacion de credito: ambos
       *> son informativos y no van en la ecuacion.
       FD CTL-FILE.
       01 CTL-REC.
           05 MCT-FECHA       PIC 9(8).
           05 MCT-FACTURADO   PIC 9(9)V99.
           05 MCT-ACREDITADO  PIC 9(9)V99.
           05 MCT-RETENIDO    PIC 9(9)V99.
           05 MCT-LIBERADO    PIC 9(9)V99.

       *> Plan de cuentas de la interfaz contable: para cada tipo de
       *> movimiento y TIP de documento, la cuenta debito y la
       *> cuenta credito. Un TIP en blanco es la cuenta por defecto
       *> del movimiento para cualquier TIP sin renglon propio.
       FD CUENTAS-FILE.
       01 CUENTA-REC.
           05 CTA-MOV         PIC X(2).
           05 CTA-TIP         PIC X(2).
           05 CTA-DEBITO      PIC X(10).
           05 CTA-CREDITO     PIC X(10).
           05 CTA-DESCRIP     PIC X(30).

       *> Asientos contables de la corrida, uno por movimiento de
       *> cartera, con el mismo trazado de PAGOS.ASI: CONTAB los
       *> consolida en el archivo de carga para contabilidad.
       *> Movimientos de MOVDIA: "FA" documento emitido (con el TIP
       *> del documento) y "NC" nota credito aplicada (con el TIP del
       *> documento que recibio el credito).
       FD ASIENTOS-FILE.
       01 ASI-REC.
           05 ASI-FECHA       PIC 9(8).
           05 ASI-MOV         PIC X(2).
           05 ASI-CTA-DEB     PIC X(10).
           05 ASI-CTA-CRE     PIC X(10).
           05 ASI-CCOSTO      PIC X(4).
           05 ASI-TERCERO     PIC X(10).
           05 ASI-TIP         PIC X(2).
           05 ASI-COM         PIC X(4).
           05 ASI-DCTO        PIC X(4).
           05 ASI-VALOR       PIC 9(9)V99.

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

       *> Cupos de credito que mantiene MANTCUPO, con el mismo
       *> trazado con que alla se escriben.
       FD CUPOS-FILE.
       01 CUPO-REC.
           05 CUPO-NIT           PIC X(10).
           05 CUPO-VALOR         PIC 9(9)V99.
           05 CUPO-BLOQ          PIC X(1).

       *> Facturas retenidas por credito: la factura de un cliente
       *> bloqueado o sin cupo disponible no entra a DET.DET sino
       *> aqui, con la fecha en que se retuvo, su llave, vencimiento,
       *> valor y motivo ("B" bloqueado, "C" sobre cupo). ESTADO:
       *> "R" retenida, "L" liberada por credito (LIBERA) y pendiente
       *> de entrar en la proxima corrida, "I" ingresada a DET.DET,
       *> "A" anulada por credito, "X" liberada pero rechazada al
       *> ingresar (llave ya abierta, tabla llena).
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

       WORKING-STORAGE SECTION.
       01 WS-FNG-STATUS      PIC X(2).
       01 WS-FECHA-NEGOCIO   PIC 9(8) VALUE ZERO.
       01 WS-FNG-ESTADO      PIC X(1) VALUE SPACE.
       01 WS-MOVDIA-STATUS  PIC X(2).
       01 WS-EMI-STATUS     PIC X(2).
       01 WS-NCH-STATUS     PIC X(2).
       01 WS-SUCMAE-STATUS  PIC X(2).
       01 WS-CTAS-STATUS    PIC X(2).
       01 WS-CUPOS-STATUS   PIC X(2).
       01 WS-RET-STATUS     PIC X(2).
       01 WS-FECHA-PROCESO  PIC 9(8).

       *> Validacion del saldo del movimiento, con la misma regla de
       01 WS-TOTAL-ACREDITADO PIC 9(9)V99 VALUE ZERO.
       01 WS-MOTIVO         PIC X(40).

       *> Control de credito de las facturas nuevas. Solo se
       *> controla el NIT que tiene renglon en CUPOS.DET, el mismo
       *> universo del reporte de sobrecupo de CARTERA.
       01 EOF-CUP           PIC X VALUE "N".
       01 WS-CP-MAX         PIC 9(8) VALUE 20000.
       01 WS-CP-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-CP-OMITIDOS    PIC 9(8) VALUE ZERO.
       01 TABLA-CUPOS.
           05 CP-REG OCCURS 0 TO 20000 TIMES
                     DEPENDING ON WS-CP-COUNT.
               10 CP-NIT         PIC X(10).
               10 CP-CUPO        PIC 9(9)V99.
               10 CP-BLOQ        PIC X(1).
       01 WS-IDX-CP         PIC 9(8).
       01 WS-CP-ENCONTRADO  PIC X VALUE "N".
       01 WS-EXPOSICION     PIC 9(11)V99.
       01 WS-DISPONIBLE     PIC S9(11)V99.
       01 WS-DISP-TXT       PIC -(10)9.99.
       01 WS-RETENER        PIC X VALUE "N".
       01 WS-RET-MOTIVO     PIC X(1).
       01 WS-LIBERADA       PIC X VALUE "N".
       01 WS-FAC-RESULTADO  PIC X(1).
       01 WS-FAC-RETENIDAS  PIC 9(8) VALUE ZERO.
       01 WS-LIB-AGREGADAS  PIC 9(8) VALUE ZERO.
       01 WS-LIB-RECHAZADAS PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-RETENIDO PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-LIBERADO PIC 9(9)V99 VALUE ZERO.

       *> Facturas retenidas en memoria: se carga RETENIDAS.DET, se
       *> ingresan las liberadas, se agregan las retenidas de hoy y
       *> al final se reescribe el archivo sin las ya cerradas
       *> (ingresadas, anuladas o rechazadas) de meses anteriores.
       01 EOF-RET           PIC X VALUE "N".
       01 WS-RT-MAX         PIC 9(8) VALUE 5000.
       01 WS-RT-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-RT-CARGADAS    PIC 9(8) VALUE ZERO.
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
       01 WS-IDX-RT         PIC 9(8).
       01 WS-RT-ENCONTRADA  PIC X VALUE "N".
       01 WS-HAY-LIBERADAS  PIC X VALUE "N".

       *> Plan de cuentas en memoria, cargado de CUENTAS.DET, y
       *> asiento en proceso, igual que en PAGOS.
       01 EOF-CTAS          PIC X VALUE "N".
       01 WS-CT-MAX         PIC 9(4) VALUE 500.
       01 WS-CT-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-CT-OMITIDAS    PIC 9(4) VALUE ZERO.
       01 TABLA-CUENTAS.
           05 CT-REG OCCURS 0 TO 500 TIMES
                     DEPENDING ON WS-CT-COUNT.
               10 CT-MOV         PIC X(2).
               10 CT-TIP         PIC X(2).
               10 CT-DEBITO      PIC X(10).
               10 CT-CREDITO     PIC X(10).
       01 WS-IDX-CT         PIC 9(4).
       01 WS-ASI-MOV        PIC X(2).
       01 WS-ASI-TIP        PIC X(2).
       01 WS-ASI-DEB        PIC X(10).
       01 WS-ASI-CRE        PIC X(10).
       01 WS-ASI-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-ASI-SIN-CTA    PIC 9(8) VALUE ZERO.
       01 WS-ASI-TOTAL      PIC 9(9)V99 VALUE ZERO.

       *> Control de capacidad de la tabla de documentos
       01 WS-DOC-MAX        PIC 9(8) VALUE 20000.
       01 WS-DOC-COUNT      PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM CARGAR-DOCUMENTOS
           PERFORM CARGAR-SUCURSALES
           PERFORM CARGAR-CUENTAS
           PERFORM CARGAR-CUPOS
           PERFORM CARGAR-RETENIDAS
           PERFORM PROCESAR-MOVIMIENTOS
           PERFORM REESCRIBIR-DET
           PERFORM REESCRIBIR-RETENIDAS
           PERFORM GRABAR-EMITIDOS
           PERFORM GRABAR-NOTAS-CREDITO
           PERFORM GRABAR-CONTROL
           PERFORM GRABAR-ASIENTOS
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
               DISPLAY "MOVDIA: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "MOVDIA: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       *> Carga DET.DET completo a TABLA-DOCUMENTOS. Los documentos
       *> que excedan WS-DOC-MAX no se pierden: se cuentan en
       *> WS-DOC-OMITIDOS y la corrida avisa al final, igual que hace
       *> Lee MOVDIA.DET y aplica cada movimiento sobre la tabla: las
       *> facturas nuevas se agregan al final y las notas credito
       *> (TIP "NC") rebajan el documento abierto de su misma llave.
       *> Antes entran las facturas que credito libero desde la
       *> corrida anterior. Si MOVDIA.DET no existe solo entran las
       *> liberadas, igual que PAGOS sin PAGOS.DET no toca nada.
       PROCESAR-MOVIMIENTOS.
           OPEN OUTPUT LISTADO-FILE
           MOVE SPACES TO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-CUPOS-STATUS NOT = "00"
               MOVE SPACES TO WS-LINE
               STRING "AVISO: sin archivo de cupos (CUPOS.DET): no "
               "se controla el credito de las facturas nuevas."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           PERFORM INGRESAR-LIBERADAS
           OPEN INPUT MOVDIA-FILE
           IF WS-MOVDIA-STATUS NOT = "00"
               MOVE SPACES TO WS-LINE

       *> Agrega una factura nueva a la tabla, validando antes que
       *> la llave completa no este ya abierta en DET.DET (una
       *> factura repetida duplicaria la cartera del cliente) ni
       *> retenida por credito. La fecha y el resto del registro ya
       *> pasaron por VALIDAR-MOVIMIENTO. Una factura de cliente
       *> bloqueado o sin cupo disponible se retiene en vez de
       *> agregarse; la que credito ya libero no se vuelve a
       *> controlar. WS-FAC-RESULTADO queda en "A" agregada, "R"
       *> retenida o "X" rechazada.
       AGREGAR-FACTURA.
           MOVE SPACES TO WS-MOTIVO
           MOVE "N" TO WS-RETENER
           PERFORM BUSCAR-LLAVE-COMPLETA
           IF WS-DOC-ENCONTRADO = "S"
               MOVE "LLAVE YA ABIERTA EN DET.DET" TO WS-MOTIVO
                   MOVE "TABLA DE DOCUMENTOS LLENA" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES AND WS-LIBERADA = "N"
               PERFORM BUSCAR-LLAVE-RETENIDA
               IF WS-RT-ENCONTRADA = "S"
                   MOVE "LLAVE RETENIDA POR CREDITO" TO WS-MOTIVO
               ELSE
                   PERFORM VALIDAR-CREDITO
               END-IF
           END-IF
           IF WS-RETENER = "S"
               PERFORM RETENER-FACTURA
           ELSE
               PERFORM AGREGAR-O-RECHAZAR
           END-IF.

       AGREGAR-O-RECHAZAR.
           IF WS-MOTIVO = SPACES
               MOVE "A" TO WS-FAC-RESULTADO
               ADD 1 TO WS-DOC-COUNT
               MOVE NIT3-MOV      TO D-NIT(WS-DOC-COUNT)
               MOVE SUC3-MOV      TO D-SUC(WS-DOC-COUNT)
               PERFORM ANOTAR-EMITIDO
               PERFORM IMPRIMIR-MOV-LINEA-OK
           ELSE
               MOVE "X" TO WS-FAC-RESULTADO
               ADD 1 TO WS-FAC-RECHAZADAS
               PERFORM IMPRIMIR-MOV-LINEA-MAL
           END-IF.

       *> Control de credito de la factura: si el NIT tiene cupo en
       *> CUPOS.DET, se retiene cuando esta bloqueado o cuando el
       *> valor supera el disponible: cupo aprobado menos lo que el
       *> NIT tiene abierto en la tabla en este momento (el saldo de
       *> DET.DET mas las facturas ya aceptadas en esta corrida, a
       *> traves de sucursales).
       VALIDAR-CREDITO.
           PERFORM BUSCAR-CUPO-NIT
           IF WS-CP-ENCONTRADO = "S"
               IF CP-BLOQ(WS-IDX-CP) = "S"
                   MOVE "S" TO WS-RETENER
                   MOVE "B" TO WS-RET-MOTIVO
                   MOVE "CLIENTE BLOQUEADO" TO WS-MOTIVO
               ELSE
                   PERFORM CALCULAR-EXPOSICION
                   COMPUTE WS-DISPONIBLE =
                           CP-CUPO(WS-IDX-CP) - WS-EXPOSICION
                   IF WS-VALOR-MOV > WS-DISPONIBLE
                       MOVE "S" TO WS-RETENER
                       MOVE "C" TO WS-RET-MOTIVO
                       MOVE WS-DISPONIBLE TO WS-DISP-TXT
                       STRING "SOBRE CUPO (DISPONIBLE " WS-DISP-TXT
                       ")"
                           DELIMITED BY SIZE INTO WS-MOTIVO
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       *> Busca el NIT del movimiento en TABLA-CUPOS. Si lo encuentra
       *> deja su posicion en WS-IDX-CP.
       BUSCAR-CUPO-NIT.
           MOVE "N" TO WS-CP-ENCONTRADO
           MOVE 1 TO WS-IDX-CP
           PERFORM UNTIL WS-IDX-CP > WS-CP-COUNT OR
                         WS-CP-ENCONTRADO = "S"
               IF CP-NIT(WS-IDX-CP) = NIT3-MOV
                   MOVE "S" TO WS-CP-ENCONTRADO
               ELSE
                   ADD 1 TO WS-IDX-CP
               END-IF
           END-PERFORM.

       *> Suma lo que el NIT del movimiento tiene abierto en la tabla,
       *> igual que CALCULAR-EXPOSICION en MANTCUPO.
       CALCULAR-EXPOSICION.
           MOVE ZERO TO WS-EXPOSICION
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-DOC-COUNT
               IF D-NIT(WS-IDX) = NIT3-MOV
                   ADD D-SALDO(WS-IDX) TO WS-EXPOSICION
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

       *> Busca la llave completa del movimiento entre las facturas
       *> retenidas todavia pendientes (retenidas o liberadas sin
       *> ingresar): la misma factura no puede entrar por otra via.
       BUSCAR-LLAVE-RETENIDA.
           MOVE "N" TO WS-RT-ENCONTRADA
           MOVE 1 TO WS-IDX-RT
           PERFORM UNTIL WS-IDX-RT > WS-RT-COUNT OR
                         WS-RT-ENCONTRADA = "S"
               IF RT-NIT(WS-IDX-RT)  = NIT3-MOV AND
                  RT-SUC(WS-IDX-RT)  = SUC3-MOV AND
                  RT-TIP(WS-IDX-RT)  = TIP-MOV  AND
                  RT-COM(WS-IDX-RT)  = COM-MOV  AND
                  RT-DCTO(WS-IDX-RT) = DCTO-MOV AND
                  (RT-ESTADO(WS-IDX-RT) = "R" OR
                   RT-ESTADO(WS-IDX-RT) = "L")
                   MOVE "S" TO WS-RT-ENCONTRADA
               ELSE
                   ADD 1 TO WS-IDX-RT
               END-IF
           END-PERFORM.

       *> Deja la factura en TABLA-RETENIDAS en vez de DET.DET. Si
       *> la tabla esta llena (o RETENIDAS.DET no cupo al cargar) la
       *> factura se rechaza: retenerla sin poder grabarla la
       *> perderia.
       RETENER-FACTURA.
           IF WS-RT-COUNT >= WS-RT-MAX OR WS-RT-OMITIDAS > ZERO
               MOVE "TABLA DE RETENIDAS LLENA" TO WS-MOTIVO
               MOVE "X" TO WS-FAC-RESULTADO
               ADD 1 TO WS-FAC-RECHAZADAS
               PERFORM IMPRIMIR-MOV-LINEA-MAL
           ELSE
               MOVE "R" TO WS-FAC-RESULTADO
               ADD 1 TO WS-RT-COUNT
               MOVE WS-FECHA-PROCESO TO RT-FECHA(WS-RT-COUNT)
               MOVE NIT3-MOV       TO RT-NIT(WS-RT-COUNT)
               MOVE SUC3-MOV       TO RT-SUC(WS-RT-COUNT)
               MOVE TIP-MOV        TO RT-TIP(WS-RT-COUNT)
               MOVE COM-MOV        TO RT-COM(WS-RT-COUNT)
               MOVE DCTO-MOV       TO RT-DCTO(WS-RT-COUNT)
               MOVE FECHA-VCTO-MOV TO RT-FECHA-VCTO(WS-RT-COUNT)
               MOVE WS-VALOR-MOV   TO RT-VALOR(WS-RT-COUNT)
               MOVE WS-RET-MOTIVO  TO RT-MOTIVO(WS-RT-COUNT)
               MOVE "R"            TO RT-ESTADO(WS-RT-COUNT)
               MOVE WS-FECHA-PROCESO TO RT-FECHA-ESTADO(WS-RT-COUNT)
               ADD 1 TO WS-FAC-RETENIDAS
               ADD WS-VALOR-MOV TO WS-TOTAL-RETENIDO
               PERFORM IMPRIMIR-MOV-LINEA-RET
           END-IF.

       *> Ingresa las facturas que credito libero (estado "L") con
       *> las mismas reglas de cualquier factura nueva, menos el
       *> control de credito. Cada una queda "I" ingresada o "X"
       *> rechazada: no se vuelve a intentar en la proxima corrida.
       *> Si RETENIDAS.DET no cupo completo en la tabla no se toca
       *> ninguna: el archivo no se va a reescribir.
       INGRESAR-LIBERADAS.
           IF WS-RT-OMITIDAS = ZERO
               MOVE "S" TO WS-LIBERADA
               MOVE 1 TO WS-IDX-RT
               PERFORM UNTIL WS-IDX-RT > WS-RT-CARGADAS
                   IF RT-ESTADO(WS-IDX-RT) = "L"
                       PERFORM INGRESAR-UNA-LIBERADA
                   END-IF
                   ADD 1 TO WS-IDX-RT
               END-PERFORM
               MOVE "N" TO WS-LIBERADA
           END-IF
           EXIT.

       INGRESAR-UNA-LIBERADA.
           IF WS-HAY-LIBERADAS = "N"
               MOVE "S" TO WS-HAY-LIBERADAS
               MOVE SPACES TO WS-LINE
               STRING "FACTURAS LIBERADAS POR CREDITO (RETENIDAS.DET):"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           MOVE SPACES TO MOV-REC
           MOVE RT-NIT(WS-IDX-RT)        TO NIT3-MOV
           MOVE RT-SUC(WS-IDX-RT)        TO SUC3-MOV
           MOVE RT-TIP(WS-IDX-RT)        TO TIP-MOV
           MOVE RT-COM(WS-IDX-RT)        TO COM-MOV
           MOVE RT-DCTO(WS-IDX-RT)       TO DCTO-MOV
           MOVE RT-FECHA-VCTO(WS-IDX-RT) TO FECHA-VCTO-MOV
           MOVE RT-VALOR(WS-IDX-RT)      TO WS-VALOR-MOV
           PERFORM AGREGAR-FACTURA
           MOVE WS-FECHA-PROCESO TO RT-FECHA-ESTADO(WS-IDX-RT)
           IF WS-FAC-RESULTADO = "A"
               MOVE "I" TO RT-ESTADO(WS-IDX-RT)
               ADD 1 TO WS-LIB-AGREGADAS
               ADD WS-VALOR-MOV TO WS-TOTAL-LIBERADO
           ELSE
               MOVE "X" TO RT-ESTADO(WS-IDX-RT)
               ADD 1 TO WS-LIB-RECHAZADAS
           END-IF
           EXIT.

       *> Anota la factura recien aceptada en la tabla de emitidos,
       *> para grabar la historia EMITIDOS.DET al final.
       ANOTAR-EMITIDO.
           IF TIP-MOV = "NC"
               CONTINUE
           ELSE
               IF WS-LIBERADA = "S"
                   MOVE "FACTURA LIBERADA AGREGADA" TO WS-MOTIVO
               ELSE
                   MOVE "FACTURA AGREGADA" TO WS-MOTIVO
               END-IF
           END-IF
           MOVE WS-VALOR-MOV TO WS-VALOR-TXT
           MOVE SPACES       TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Renglon del listado para una factura retenida por credito,
       *> con el motivo.
       IMPRIMIR-MOV-LINEA-RET.
           MOVE WS-VALOR-MOV TO WS-VALOR-TXT
           MOVE SPACES       TO WS-LINE
           STRING
               NIT3-MOV "  | " SUC3-MOV " | "
               TIP-MOV " " COM-MOV " " DCTO-MOV "   | "
               FECHA-VCTO-MOV "   | " WS-VALOR-TXT " | RETENIDA: "
               WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Carga CUPOS.DET (NIT, cupo y marca de bloqueo) en
       *> TABLA-CUPOS. Si el archivo no existe no hay control de
       *> credito y el listado lo avisa; los NIT que no caben en la
       *> tabla quedan sin control y el resumen lo avisa.
       CARGAR-CUPOS.
           MOVE ZERO TO WS-CP-COUNT WS-CP-OMITIDOS
           OPEN INPUT CUPOS-FILE
           IF WS-CUPOS-STATUS = "00"
               PERFORM UNTIL EOF-CUP = "S"
                   READ CUPOS-FILE
                       AT END MOVE "S" TO EOF-CUP
                       NOT AT END
                           IF WS-CP-COUNT >= WS-CP-MAX
                               ADD 1 TO WS-CP-OMITIDOS
                           ELSE
                               ADD 1 TO WS-CP-COUNT
                               MOVE CUPO-NIT   TO CP-NIT(WS-CP-COUNT)
                               MOVE CUPO-VALOR TO CP-CUPO(WS-CP-COUNT)
                               MOVE CUPO-BLOQ  TO CP-BLOQ(WS-CP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUPOS-FILE
           END-IF
           EXIT.

       *> Carga RETENIDAS.DET en TABLA-RETENIDAS. Si no existe la
       *> corrida arranca sin retenidas y lo crea al final.
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
           END-IF
           MOVE WS-RT-COUNT TO WS-RT-CARGADAS
           EXIT.

       *> Reescribe RETENIDAS.DET con las pendientes (retenidas o
       *> liberadas sin ingresar) y las cerradas este mes, que
       *> todavia sirven de consulta a credito; las cerradas de
       *> meses anteriores salen. Solo si la corrida es firme: si
       *> DET.DET quedo intacto, las retenidas y liberaciones de hoy
       *> tampoco cuentan. Si el archivo no cupo en la tabla queda
       *> intacto.
       REESCRIBIR-RETENIDAS.
           IF WS-DOC-OMITIDOS = ZERO AND WS-RT-OMITIDAS = ZERO
               OPEN OUTPUT RETEN-FILE
               MOVE 1 TO WS-IDX-RT
               PERFORM UNTIL WS-IDX-RT > WS-RT-COUNT
                   IF RT-ESTADO(WS-IDX-RT) = "R" OR
                      RT-ESTADO(WS-IDX-RT) = "L" OR
                      RT-FECHA-ESTADO(WS-IDX-RT)(1:6) =
                                              WS-FECHA-PROCESO(1:6)
                       MOVE RT-REG(WS-IDX-RT) TO RET-REC
                       WRITE RET-REC
                   END-IF
                   ADD 1 TO WS-IDX-RT
               END-PERFORM
               CLOSE RETEN-FILE
           END-IF
           EXIT.

       *> Reescribe DET.DET con la cartera ya ajustada: las facturas
       *> nuevas al final y los documentos que una nota credito dejo
       *> en cero por fuera. Si la tabla se quedo corta al cargar
           IF WS-DOC-OMITIDOS = ZERO
               MOVE WS-TOTAL-FACTURADO  TO MCT-FACTURADO
               MOVE WS-TOTAL-ACREDITADO TO MCT-ACREDITADO
               MOVE WS-TOTAL-RETENIDO   TO MCT-RETENIDO
               MOVE WS-TOTAL-LIBERADO   TO MCT-LIBERADO
           ELSE
               MOVE ZERO TO MCT-FACTURADO MCT-ACREDITADO
                            MCT-RETENIDO MCT-LIBERADO
           END-IF
           WRITE CTL-REC
           CLOSE CTL-FILE
           EXIT.

       *> Graba MOVDIA.ASI con los asientos contables de la corrida:
       *> un asiento "FA" por documento emitido y uno "NC" por nota
       *> credito aplicada, tomados de las mismas tablas con que se
       *> graban EMITIDOS.DET y NCHIST.DET. Se reescribe en cada
       *> corrida, igual que MOVDIA.CTL: en una corrida no firme
       *> queda vacio.
       GRABAR-ASIENTOS.
           OPEN OUTPUT ASIENTOS-FILE
           IF WS-DOC-OMITIDOS = ZERO
               MOVE "FA" TO WS-ASI-MOV
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-EM-COUNT
                   MOVE SPACES            TO ASI-REC
                   MOVE EM-NIT(WS-IDX)    TO ASI-TERCERO
                   MOVE EM-SUC(WS-IDX)    TO ASI-CCOSTO
                   MOVE EM-TIP(WS-IDX)    TO ASI-TIP
                   MOVE EM-COM(WS-IDX)    TO ASI-COM
                   MOVE EM-DCTO(WS-IDX)   TO ASI-DCTO
                   MOVE EM-VALOR(WS-IDX)  TO ASI-VALOR
                   PERFORM ESCRIBIR-ASIENTO
                   ADD 1 TO WS-IDX
               END-PERFORM
               MOVE "NC" TO WS-ASI-MOV
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-NC-COUNT
                   MOVE SPACES            TO ASI-REC
                   MOVE NC-NIT(WS-IDX)    TO ASI-TERCERO
                   MOVE NC-SUC(WS-IDX)    TO ASI-CCOSTO
                   MOVE NC-TIP(WS-IDX)    TO ASI-TIP
                   MOVE NC-COM(WS-IDX)    TO ASI-COM
                   MOVE NC-DCTO(WS-IDX)   TO ASI-DCTO
                   MOVE NC-VALOR(WS-IDX)  TO ASI-VALOR
                   PERFORM ESCRIBIR-ASIENTO
                   ADD 1 TO WS-IDX
               END-PERFORM
           END-IF
           CLOSE ASIENTOS-FILE
           EXIT.

       *> Carga CUENTAS.DET (plan de cuentas de la interfaz contable)
       *> en TABLA-CUENTAS. Si el archivo no existe los asientos se
       *> graban igual, sin cuenta, y el resumen lo avisa.
       CARGAR-CUENTAS.
           MOVE ZERO TO WS-CT-COUNT WS-CT-OMITIDAS
           OPEN INPUT CUENTAS-FILE
           IF WS-CTAS-STATUS = "00"
               MOVE "N" TO EOF-CTAS
               PERFORM UNTIL EOF-CTAS = "S"
                   READ CUENTAS-FILE
                       AT END MOVE "S" TO EOF-CTAS
                       NOT AT END
                           IF WS-CT-COUNT >= WS-CT-MAX
                               ADD 1 TO WS-CT-OMITIDAS
                           ELSE
                               ADD 1 TO WS-CT-COUNT
                               MOVE CTA-MOV     TO CT-MOV(WS-CT-COUNT)
                               MOVE CTA-TIP     TO CT-TIP(WS-CT-COUNT)
                               MOVE CTA-DEBITO  TO
                                             CT-DEBITO(WS-CT-COUNT)
                               MOVE CTA-CREDITO TO
                                             CT-CREDITO(WS-CT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-FILE
           END-IF
           EXIT.

       *> Busca las cuentas del movimiento WS-ASI-MOV para el TIP
       *> WS-ASI-TIP: primero el renglon exacto y, si no hay, el
       *> renglon por defecto del movimiento (TIP en blanco). Deja
       *> las cuentas en WS-ASI-DEB y WS-ASI-CRE, en blanco si el
       *> plan de cuentas no tiene el movimiento.
       BUSCAR-CUENTA.
           MOVE SPACES TO WS-ASI-DEB WS-ASI-CRE
           MOVE 1 TO WS-IDX-CT
           PERFORM UNTIL WS-IDX-CT > WS-CT-COUNT
               IF CT-MOV(WS-IDX-CT) = WS-ASI-MOV AND
                  CT-TIP(WS-IDX-CT) = WS-ASI-TIP
                   MOVE CT-DEBITO(WS-IDX-CT)  TO WS-ASI-DEB
                   MOVE CT-CREDITO(WS-IDX-CT) TO WS-ASI-CRE
                   MOVE WS-CT-COUNT TO WS-IDX-CT
               END-IF
               ADD 1 TO WS-IDX-CT
           END-PERFORM
           IF WS-ASI-DEB = SPACES AND WS-ASI-CRE = SPACES
               MOVE 1 TO WS-IDX-CT
               PERFORM UNTIL WS-IDX-CT > WS-CT-COUNT
                   IF CT-MOV(WS-IDX-CT) = WS-ASI-MOV AND
                      CT-TIP(WS-IDX-CT) = SPACES
                       MOVE CT-DEBITO(WS-IDX-CT)  TO WS-ASI-DEB
                       MOVE CT-CREDITO(WS-IDX-CT) TO WS-ASI-CRE
                       MOVE WS-CT-COUNT TO WS-IDX-CT
                   END-IF
                   ADD 1 TO WS-IDX-CT
               END-PERFORM
           END-IF.

       *> Completa y graba el asiento que dejo armado el llamador en
       *> ASI-REC (tercero, centro de costo, documento y valor) con
       *> la fecha, el movimiento WS-ASI-MOV y sus cuentas.
       ESCRIBIR-ASIENTO.
           MOVE ASI-TIP TO WS-ASI-TIP
           PERFORM BUSCAR-CUENTA
           MOVE WS-FECHA-PROCESO TO ASI-FECHA
           MOVE WS-ASI-MOV       TO ASI-MOV
           MOVE WS-ASI-DEB       TO ASI-CTA-DEB
           MOVE WS-ASI-CRE       TO ASI-CTA-CRE
           IF WS-ASI-DEB = SPACES OR WS-ASI-CRE = SPACES
               ADD 1 TO WS-ASI-SIN-CTA
           END-IF
           WRITE ASI-REC
           ADD 1 TO WS-ASI-COUNT
           ADD ASI-VALOR TO WS-ASI-TOTAL
           EXIT.

       *> Totales de la corrida al final del listado, para que
       *> facturacion cuadre su extracto del dia de un vistazo.
       IMPRIMIR-RESUMEN.
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "FACTURAS RETENIDAS:   " WS-FAC-RETENIDAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "LIBERADAS AGREGADAS:  " WS-LIB-AGREGADAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "LIBERADAS RECHAZADAS: " WS-LIB-RECHAZADAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "NC APLICADAS TOTAL:   " WS-NC-TOTALES
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-TOTAL-LIBERADO TO WS-SALDO-TXT
           MOVE SPACES TO WS-LINE
           STRING "  DE ELLO, LIBERADO:        " WS-SALDO-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-TOTAL-ACREDITADO TO WS-SALDO-TXT
           MOVE SPACES TO WS-LINE
           STRING "TOTAL ACREDITADO (NC):      " WS-SALDO-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-TOTAL-RETENIDO TO WS-SALDO-TXT
           MOVE SPACES TO WS-LINE
           STRING "TOTAL RETENIDO (FUERA DE DET.DET): " WS-SALDO-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-ASI-TOTAL TO WS-SALDO-TXT
           MOVE SPACES TO WS-LINE
           STRING "ASIENTOS CONTABLES (MOVDIA.ASI): " WS-ASI-COUNT
           " por " WS-SALDO-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           IF WS-CT-COUNT = ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: CUENTAS.DET no existe o vino vacio: "
               "los asientos salen sin cuenta y CONTAB rechazara "
               "el dia."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-CT-OMITIDAS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-CT-OMITIDAS
               " cuenta(s) de CUENTAS.DET fuera de la tabla ("
               WS-CT-MAX "): pueden salir asientos sin cuenta."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-ASI-SIN-CTA > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-ASI-SIN-CTA
               " asiento(s) sin cuenta en CUENTAS.DET: CONTAB "
               "rechazara el dia hasta completar el plan de cuentas."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-NC-OMITIDAS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-NC-OMITIDAS
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-CP-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-CP-OMITIDOS
               " cupo(s) de CUPOS.DET fuera de la tabla ("
               WS-CP-MAX "): las facturas de esos NIT no se "
               "controlaron."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-RT-OMITIDAS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-RT-OMITIDAS
               " factura(s) de RETENIDAS.DET fuera de la tabla ("
               WS-RT-MAX "). RETENIDAS.DET quedo INTACTO: no se "
               "ingresaron liberadas ni se retuvo nada nuevo."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-SM-OMITIDAS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-SM-OMITIDAS
