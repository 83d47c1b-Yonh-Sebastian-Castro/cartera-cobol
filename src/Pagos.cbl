           SELECT LOTES-FILE ASSIGN TO "LOTESAPL.DET"                   *> Registro de lotes ya aplicados
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTES-STATUS.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DET"                  *> Cuentas contables por movimiento y TIP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAS-STATUS.
           SELECT ASIENTOS-FILE ASSIGN TO "PAGOS.ASI"                   *> Asientos contables de la corrida
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> pago, el valor aplicado y el origen ("P" pago del dia, "S"
       *> reintento de suspenso). De aqui sale el extracto mensual
       *> del cliente; antes la unica huella era PAGOS.LST, que se
       *> pisa cada dia. El vencimiento del documento pagado queda
       *> al final del registro para que DEVOLUC pueda recrearlo con
       *> su fecha original si el cheque sale devuelto.
       FD HISTPAG-FILE.
       01 HIST-REC.
           05 HIST-FECHA-APLIC PIC 9(8).
           05 HIST-FECHA-PAG   PIC 9(8).
           05 HIST-VALOR       PIC 9(9)V99.
           05 HIST-ORIGEN      PIC X(1).
           05 HIST-FECHA-VCTO  PIC 9(8).

       *> Totales de control de la corrida en forma de registro:
       *> saldo de DET.DET antes de los pagos, total aplicado y saldo
       *> archivo solo se le agregan registros; un lote reenviado se
       *> encuentra aqui y se rechaza con mensaje claro en PAGOS.LST
       *> en vez de rebajar los saldos por segunda vez.
       *> Cuando ARCHIST pasa los lotes viejos al archivo historico
       *> los reemplaza por registros resumen de rango: fecha en
       *> cero y LOTE-HASTA con el ultimo lote de una serie
       *> consecutiva que empieza en LOTE-NUM. En los registros
       *> normales LOTE-HASTA va en blanco.
       FD LOTES-FILE.
       01 LOTE-REC.
           05 LOTE-NUM        PIC 9(8).
           05 LOTE-FECHA      PIC 9(8).
           05 LOTE-HASTA      PIC 9(8).

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
       *> cartera: cuentas debito y credito, sucursal como centro de
       *> costo, NIT como tercero, documento fuente y valor. CONTAB
       *> los consolida con los de los demas programas en el archivo
       *> de carga para contabilidad. Movimientos de PAGOS: "PA" pago
       *> del dia aplicado, "SA" suspenso aplicado, "SE" pago del dia
       *> que quedo en suspenso.
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

       WORKING-STORAGE SECTION.
       01 WS-FNG-STATUS      PIC X(2).
       01 WS-FECHA-NEGOCIO   PIC 9(8) VALUE ZERO.
       01 WS-FNG-ESTADO      PIC X(1) VALUE SPACE.
       01 WS-PAGOS-STATUS   PIC X(2).
       01 WS-SUSP-STATUS    PIC X(2).
       01 WS-HIST-STATUS    PIC X(2).
       01 WS-LOTES-STATUS   PIC X(2).
       01 WS-CTAS-STATUS    PIC X(2).
       01 WS-FECHA-PROCESO  PIC 9(8).
       01 WS-TOTAL-ANTES    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-DESPUES  PIC 9(9)V99 VALUE ZERO.
       01 WS-NOTA-FIRME     PIC X(33).
       01 WS-DIF-TXT        PIC -(9)9.99.

       *> Lotes ya aplicados, cargados de LOTESAPL.DET, cada uno
       *> como rango desde/hasta (un lote suelto es un rango de uno).
       01 WS-LO-MAX         PIC 9(4) VALUE 1000.
       01 WS-LO-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-LO-OMITIDOS    PIC 9(4) VALUE ZERO.
           05 LO-REG OCCURS 0 TO 1000 TIMES
                     DEPENDING ON WS-LO-COUNT.
               10 LO-NUM         PIC 9(8).
               10 LO-HASTA       PIC 9(8).
       01 WS-IDX-LO         PIC 9(4).
       01 WS-LOTE-REPETIDO  PIC X VALUE "N".
       *> Variables de control
               10 SS-DCTO        PIC X(4).
               10 SS-FECHA       PIC 9(8).
               10 SS-VALOR       PIC 9(7)V99.
               10 SS-ORIGEN      PIC X(1).

       *> Aplicaciones de la corrida retenidas en memoria: la
       *> historia HISTPAG.DET solo se escribe al final, cuando ya se
               10 HI-FECHA-PAG   PIC 9(8).
               10 HI-VALOR       PIC 9(9)V99.
               10 HI-ORIGEN      PIC X(1).
               10 HI-FECHA-VCTO  PIC 9(8).

       *> Plan de cuentas en memoria, cargado de CUENTAS.DET.
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

       *> Asiento en proceso y totales de la interfaz contable. Un
       *> asiento sin cuenta (movimiento+TIP que no esta en
       *> CUENTAS.DET) se graba igual con la cuenta en blanco para
       *> que no se pierda, y CONTAB rechaza el dia hasta que el
       *> plan de cuentas se complete.
       01 WS-ASI-MOV        PIC X(2).
       01 WS-ASI-TIP        PIC X(2).
       01 WS-ASI-DEB        PIC X(10).
       01 WS-ASI-CRE        PIC X(10).
       01 WS-ASI-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-ASI-SIN-CTA    PIC 9(8) VALUE ZERO.
       01 WS-ASI-TOTAL      PIC 9(9)V99 VALUE ZERO.

       *> Control de capacidad de la tabla de documentos
       01 WS-DOC-MAX        PIC 9(8) VALUE 20000.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM CARGAR-DOCUMENTOS
           PERFORM ABRIR-LISTADO
           PERFORM CARGAR-CUENTAS
           PERFORM CARGAR-SUSPENSO
           PERFORM CARGAR-LOTES
           PERFORM REPROCESAR-SUSPENSO
           PERFORM REESCRIBIR-SUSPENSO
           PERFORM GRABAR-HISTORIA
           PERFORM GRABAR-CONTROL
           PERFORM GRABAR-ASIENTOS
           PERFORM REGISTRAR-LOTE
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
               DISPLAY "PAGOS: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "PAGOS: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       *> Carga DET.DET completo a TABLA-DOCUMENTOS. Los documentos
       *> que excedan WS-DOC-MAX no se pierden: se cuentan en
       *> WS-DOC-OMITIDOS y la corrida avisa al final, igual que hace
                               MOVE DCTO-SUS  TO WS-PAG-DCTO
                               MOVE FECHA-SUS TO WS-PAG-FECHA
                               MOVE WS-VALOR-PAGO TO WS-VALOR-REST
                               MOVE "S" TO WS-ORIGEN-PAGO
                               PERFORM ANOTAR-SUSPENSO
                           ELSE
                               ADD 1 TO WS-SE-COUNT
           EXIT.

       *> Busca el numero de lote de la cabecera en la tabla de
       *> lotes ya aplicados (dentro de alguno de sus rangos).
       BUSCAR-LOTE-APLICADO.
           MOVE "N" TO WS-LOTE-REPETIDO
           MOVE 1 TO WS-IDX-LO
           PERFORM UNTIL WS-IDX-LO > WS-LO-COUNT OR
                         WS-LOTE-REPETIDO = "S"
               IF WS-LOTE-NUM >= LO-NUM(WS-IDX-LO) AND
                  WS-LOTE-NUM <= LO-HASTA(WS-IDX-LO)
                   MOVE "S" TO WS-LOTE-REPETIDO
               ELSE
                   ADD 1 TO WS-IDX-LO

       *> Carga LOTESAPL.DET (los lotes aplicados en corridas
       *> anteriores) para el control de reenvios. Si el archivo no
       *> existe todavia no hay lotes aplicados. Un registro resumen
       *> de ARCHIST entra como un solo renglon con su rango.
       CARGAR-LOTES.
           MOVE ZERO TO WS-LO-COUNT WS-LO-OMITIDOS
           OPEN INPUT LOTES-FILE
                           ELSE
                               ADD 1 TO WS-LO-COUNT
                               MOVE LOTE-NUM TO LO-NUM(WS-LO-COUNT)
                               IF LOTE-HASTA IS NUMERIC AND
                                  LOTE-HASTA > LOTE-NUM
                                   MOVE LOTE-HASTA TO
                                            LO-HASTA(WS-LO-COUNT)
                               ELSE
                                   MOVE LOTE-NUM TO
                                            LO-HASTA(WS-LO-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-PAG-FECHA        TO HI-FECHA-PAG(WS-HI-COUNT)
               MOVE WS-VALOR-APLIC      TO HI-VALOR(WS-HI-COUNT)
               MOVE WS-ORIGEN-PAGO      TO HI-ORIGEN(WS-HI-COUNT)
               MOVE D-FECHA(WS-IDX-BUSQ) TO HI-FECHA-VCTO(WS-HI-COUNT)
           END-IF.

       *> Anota lo que quedo sin aplicar del pago actual en la tabla
               MOVE WS-PAG-DCTO   TO SS-DCTO(WS-SS-COUNT)
               MOVE WS-PAG-FECHA  TO SS-FECHA(WS-SS-COUNT)
               MOVE WS-VALOR-REST TO SS-VALOR(WS-SS-COUNT)
               MOVE WS-ORIGEN-PAGO TO SS-ORIGEN(WS-SS-COUNT)
               ADD WS-VALOR-REST  TO WS-SUSP-VAL-REST
           END-IF.

                   MOVE HI-FECHA-PAG(WS-IDX) TO HIST-FECHA-PAG
                   MOVE HI-VALOR(WS-IDX)    TO HIST-VALOR
                   MOVE HI-ORIGEN(WS-IDX)   TO HIST-ORIGEN
                   MOVE HI-FECHA-VCTO(WS-IDX) TO HIST-FECHA-VCTO
                   WRITE HIST-REC
                   ADD 1 TO WS-IDX
               END-PERFORM
           CLOSE CTL-FILE
           EXIT.

       *> Graba PAGOS.ASI con los asientos contables de la corrida:
       *> cada aplicacion de HISTPAG.DET es un asiento "PA" (pago
       *> del dia) o "SA" (suspenso aplicado) por documento, y cada
       *> pago del dia que quedo en suspenso un asiento "SE" (lo que
       *> ya estaba en suspenso y vuelve a quedar no se contabiliza
       *> otra vez). El archivo se reescribe en cada corrida, igual
       *> que PAGOS.CTL: en una corrida no firme queda vacio.
       GRABAR-ASIENTOS.
           OPEN OUTPUT ASIENTOS-FILE
           IF WS-CORRIDA-FIRME = "S"
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-HI-COUNT
                   IF HI-ORIGEN(WS-IDX) = "S"
                       MOVE "SA" TO WS-ASI-MOV
                   ELSE
                       MOVE "PA" TO WS-ASI-MOV
                   END-IF
                   MOVE SPACES            TO ASI-REC
                   MOVE HI-NIT(WS-IDX)    TO ASI-TERCERO
                   MOVE HI-SUC(WS-IDX)    TO ASI-CCOSTO
                   MOVE HI-TIP(WS-IDX)    TO ASI-TIP
                   MOVE HI-COM(WS-IDX)    TO ASI-COM
                   MOVE HI-DCTO(WS-IDX)   TO ASI-DCTO
                   MOVE HI-VALOR(WS-IDX)  TO ASI-VALOR
                   PERFORM ESCRIBIR-ASIENTO
                   ADD 1 TO WS-IDX
               END-PERFORM
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-SS-COUNT
                   IF SS-ORIGEN(WS-IDX) = "P"
                       MOVE "SE" TO WS-ASI-MOV
                       MOVE SPACES            TO ASI-REC
                       MOVE SS-NIT(WS-IDX)    TO ASI-TERCERO
                       MOVE SS-SUC(WS-IDX)    TO ASI-CCOSTO
                       MOVE SS-TIP(WS-IDX)    TO ASI-TIP
                       MOVE SS-COM(WS-IDX)    TO ASI-COM
                       MOVE SS-DCTO(WS-IDX)   TO ASI-DCTO
                       MOVE SS-VALOR(WS-IDX)  TO ASI-VALOR
                       PERFORM ESCRIBIR-ASIENTO
                   END-IF
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
       *> aplicacion de caja cuadre los pagos del dia de un vistazo.
       IMPRIMIR-RESUMEN.
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-ASI-TOTAL TO WS-SALDO-TXT
           MOVE SPACES TO WS-LINE
           STRING "ASIENTOS CONTABLES (PAGOS.ASI): " WS-ASI-COUNT
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
           IF WS-HI-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-HI-OMITIDOS
