       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLUC.                                             *> Reversion de pagos por cheques devueltos

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DET-FILE ASSIGN TO "DET.DET"                          *> Archivo con documentos abiertos
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEV-FILE ASSIGN TO "DEVOLUC.DET"                      *> Pagos devueltos por el banco
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEV-STATUS.
           SELECT HISTPAG-FILE ASSIGN TO "HISTPAG.DET"                  *> Historia de pagos aplicados (PAGOS)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT EMITIDOS-FILE ASSIGN TO "EMITIDOS.DET"                *> Historia de documentos emitidos (MOVDIA)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMI-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "DEVOLUC.LST"                  *> Listado de auditoria
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-FILE ASSIGN TO "DEVOLUC.CTL"                      *> Totales de control para CUADRE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DET"                  *> Cuentas contables por movimiento y TIP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAS-STATUS.
           SELECT ASIENTOS-FILE ASSIGN TO "DEVOLUC.ASI"                 *> Asientos contables de la corrida
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

       *> Un pago devuelto por registro: la llave completa del
       *> documento al que PAGOS aplico la plata, la fecha del pago
       *> original (la misma FECHA-PAG que trajo PAGOS.DET), el valor
       *> devuelto con la forma 9(9)V99 y la causal que informo el
       *> banco (fondos insuficientes, cuenta cerrada, firma...).
       FD DEV-FILE.
       01 DEV-REC.
           05 NIT3-DEV        PIC X(10).
           05 SUC3-DEV        PIC X(4).
           05 TIP-DEV         PIC X(2).
           05 COM-DEV         PIC X(4).
           05 DCTO-DEV        PIC X(4).
           05 FECHA-PAG-DEV   PIC 9(8).
           05 VALOR-DEV       PIC X(11).
           05 VALOR-DEV-N REDEFINES VALOR-DEV PIC 9(9)V99.
           05 MOTIVO-DEV      PIC X(20).

       *> Historia de aplicaciones que deja PAGOS, con el mismo
       *> trazado con que alla se escribe. La reversion se agrega a
       *> esta misma historia con origen "R": asi el extracto muestra
       *> el pago y su devolucion, y una segunda devolucion del mismo
       *> pago ve lo que ya se reverso.
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

       *> Historia de documentos emitidos que deja MOVDIA: de aqui se
       *> toma el vencimiento original cuando la aplicacion es vieja
       *> y no lo trae en HISTPAG.DET.
       FD EMITIDOS-FILE.
       01 EMI-REC.
           05 EMI-FECHA       PIC 9(8).
           05 EMI-NIT         PIC X(10).
           05 EMI-SUC         PIC X(4).
           05 EMI-TIP         PIC X(2).
           05 EMI-COM         PIC X(4).
           05 EMI-DCTO        PIC X(4).
           05 EMI-FECHA-VCTO  PIC 9(8).
           05 EMI-VALOR       PIC 9(9)V99.

       FD LISTADO-FILE.
       01 LIST-REC         PIC X(120).

       *> Efecto neto de la corrida sobre DET.DET en forma de
       *> registro (saldo que volvio a la cartera), para que CUADRE
       *> lo sume en la ecuacion del saldo, igual que CARGINT.CTL.
       FD CTL-FILE.
       01 CTL-REC.
           05 DCT-FECHA       PIC 9(8).
           05 DCT-REVERSADO   PIC 9(9)V99.

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
       *> Movimiento de DEVOLUC: "DV" pago reversado por cheque
       *> devuelto, con el TIP del documento que vuelve a la cartera.
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
       01 WS-DEV-STATUS     PIC X(2).
       01 WS-HIST-STATUS    PIC X(2).
       01 WS-EMI-STATUS     PIC X(2).
       01 WS-CTAS-STATUS    PIC X(2).
       *> Variables de control
       01 EOF-DET           PIC X VALUE "N".
       01 EOF-DEV           PIC X VALUE "N".
       01 EOF-HIST          PIC X VALUE "N".
       01 EOF-EMI           PIC X VALUE "N".
       01 WS-LINE           PIC X(120).
       01 WS-IDX            PIC 9(8).
       01 WS-IDX-BUSQ       PIC 9(8).
       01 WS-IDX-DV         PIC 9(8).
       01 WS-DOC-ENCONTRADO PIC X VALUE "N".
       01 WS-FALTA-VCTO     PIC X VALUE "N".
       01 WS-CORRIDA-FIRME  PIC X VALUE "N".
       01 WS-MOTIVO         PIC X(40).
       01 WS-FECHA-PROCESO  PIC 9(8).
       01 WS-VALOR-TXT      PIC Z(7)9.99.
       01 WS-SALDO-TXT      PIC Z(7)9.99.
       01 WS-SALDO-SAL      PIC 9(7).99.

       *> Lo que todavia se puede reversar del pago actual: aplicado
       *> segun HISTPAG.DET, menos lo ya reversado en corridas
       *> anteriores, menos lo aceptado antes en esta misma corrida.
       01 WS-DISPONIBLE     PIC S9(9)V99.

       *> Contadores de la corrida
       01 WS-DEV-LEIDAS     PIC 9(8) VALUE ZERO.
       01 WS-DEV-ACEPTADAS  PIC 9(8) VALUE ZERO.
       01 WS-DEV-RECHAZADAS PIC 9(8) VALUE ZERO.
       01 WS-DOC-RESTAURADOS PIC 9(8) VALUE ZERO.
       01 WS-DOC-RECREADOS  PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-REVERSADO PIC 9(9)V99 VALUE ZERO.

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
       01 WS-DOC-OMITIDOS   PIC 9(8) VALUE ZERO.

       *> Tabla en memoria con todos los documentos de DET.DET, igual
       *> que en PAGOS: la devolucion le suma el valor al documento
       *> que sigue abierto, o lo vuelve a crear si PAGOS ya lo habia
       *> cancelado, y al final se reescribe DET.DET.
       01 TABLA-DOCUMENTOS.
           05 DOCUMENTO OCCURS 0 TO 20000 TIMES
                        DEPENDING ON WS-DOC-COUNT.
               10 D-NIT          PIC X(10).
               10 D-SUC          PIC X(4).
               10 D-TIP          PIC X(2).
               10 D-COM          PIC X(4).
               10 D-DCTO         PIC X(4).
               10 D-FECHA        PIC 9(8).
               10 D-SALDO        PIC 9(7)V99.

       *> Devoluciones de la corrida. Se cargan completas antes de
       *> leer la historia: HISTPAG.DET crece sin limite y no cabe en
       *> memoria, asi que se recorre una sola vez acumulando sobre
       *> cada devolucion lo aplicado y lo ya reversado de su pago.
       *> DV-FUENTE-VCTO dice de donde salio el vencimiento para
       *> recrear el documento: "H" historia de pagos, "E" emitidos,
       *> "P" a falta de ambos, la fecha del pago original.
       01 WS-DV-MAX         PIC 9(8) VALUE 5000.
       01 WS-DV-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-DV-OMITIDOS    PIC 9(8) VALUE ZERO.
       01 TABLA-DEVOLUCIONES.
           05 DV-REG OCCURS 0 TO 5000 TIMES
                     DEPENDING ON WS-DV-COUNT.
               10 DV-NIT         PIC X(10).
               10 DV-SUC         PIC X(4).
               10 DV-TIP         PIC X(2).
               10 DV-COM         PIC X(4).
               10 DV-DCTO        PIC X(4).
               10 DV-FECHA-PAG   PIC 9(8).
               10 DV-VALOR-X     PIC X(11).
               10 DV-VALOR REDEFINES DV-VALOR-X PIC 9(9)V99.
               10 DV-MOTIVO-BCO  PIC X(20).
               10 DV-APLICADO    PIC 9(9)V99.
               10 DV-REVERSADO   PIC 9(9)V99.
               10 DV-FECHA-VCTO  PIC 9(8).
               10 DV-FUENTE-VCTO PIC X(1).
               10 DV-ESTADO      PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM ABRIR-LISTADO
           PERFORM CARGAR-DOCUMENTOS
           PERFORM CARGAR-CUENTAS
           PERFORM CARGAR-DEVOLUCIONES
           PERFORM CRUZAR-HISTORIA
           PERFORM BUSCAR-VENCIMIENTOS
           PERFORM APLICAR-DEVOLUCIONES
           PERFORM DETERMINAR-FIRMEZA
           PERFORM REESCRIBIR-DET
           PERFORM GRABAR-HISTORIA
           PERFORM CONSUMIR-DEVOLUCIONES
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
               DISPLAY "DEVOLUC: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "DEVOLUC: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       ABRIR-LISTADO.
           OPEN OUTPUT LISTADO-FILE
           MOVE SPACES TO WS-LINE
           STRING "REVERSION DE PAGOS POR CHEQUES DEVUELTOS - LISTADO "
           "DE AUDITORIA - FECHA: " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "NIT         | SUC  | DOCUMENTO      | FEC PAGO |"
           "      VALOR | RESULTADO"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Carga DET.DET completo a TABLA-DOCUMENTOS, igual que PAGOS.
       CARGAR-DOCUMENTOS.
           OPEN INPUT DET-FILE
           MOVE ZERO TO WS-DOC-COUNT WS-DOC-OMITIDOS
           PERFORM UNTIL EOF-DET = "S"
               READ DET-FILE
                   AT END MOVE "S" TO EOF-DET
                   NOT AT END
                       IF WS-DOC-COUNT >= WS-DOC-MAX
                           ADD 1 TO WS-DOC-OMITIDOS
                       ELSE
                           ADD 1 TO WS-DOC-COUNT
                           MOVE NIT3-DET TO D-NIT(WS-DOC-COUNT)
                           MOVE SUC3-DET TO D-SUC(WS-DOC-COUNT)
                           MOVE TIP-DET  TO D-TIP(WS-DOC-COUNT)
                           MOVE COM-DET  TO D-COM(WS-DOC-COUNT)
                           MOVE DCTO-DET TO D-DCTO(WS-DOC-COUNT)
                           MOVE FECHA-VCTO-DET TO
                                            D-FECHA(WS-DOC-COUNT)
                           MOVE FUNCTION NUMVAL(SALDO-DET) TO
                                            D-SALDO(WS-DOC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DET-FILE
           EXIT.

       *> Carga DEVOLUC.DET completo a TABLA-DEVOLUCIONES con los
       *> acumuladores de historia en cero. Si el archivo no existe
       *> no hay nada que reversar y la corrida solo deja su control
       *> en cero para CUADRE.
       CARGAR-DEVOLUCIONES.
           MOVE ZERO TO WS-DV-COUNT WS-DV-OMITIDOS
           OPEN INPUT DEV-FILE
           IF WS-DEV-STATUS NOT = "00"
               MOVE SPACES TO WS-LINE
               STRING "AVISO: DEVOLUC.DET no existe o no se pudo "
               "abrir (estado " WS-DEV-STATUS "). No se reverso "
               "ningun pago."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
               MOVE "S" TO EOF-DEV
           END-IF
           PERFORM UNTIL EOF-DEV = "S"
               READ DEV-FILE
                   AT END MOVE "S" TO EOF-DEV
                   NOT AT END
                       ADD 1 TO WS-DEV-LEIDAS
                       IF WS-DV-COUNT >= WS-DV-MAX
                           ADD 1 TO WS-DV-OMITIDOS
                       ELSE
                           ADD 1 TO WS-DV-COUNT
                           MOVE NIT3-DEV  TO DV-NIT(WS-DV-COUNT)
                           MOVE SUC3-DEV  TO DV-SUC(WS-DV-COUNT)
                           MOVE TIP-DEV   TO DV-TIP(WS-DV-COUNT)
                           MOVE COM-DEV   TO DV-COM(WS-DV-COUNT)
                           MOVE DCTO-DEV  TO DV-DCTO(WS-DV-COUNT)
                           MOVE FECHA-PAG-DEV TO
                                            DV-FECHA-PAG(WS-DV-COUNT)
                           MOVE VALOR-DEV TO DV-VALOR-X(WS-DV-COUNT)
                           MOVE MOTIVO-DEV TO
                                            DV-MOTIVO-BCO(WS-DV-COUNT)
                           MOVE ZERO TO DV-APLICADO(WS-DV-COUNT)
                                        DV-REVERSADO(WS-DV-COUNT)
                                        DV-FECHA-VCTO(WS-DV-COUNT)
                           MOVE SPACE TO DV-FUENTE-VCTO(WS-DV-COUNT)
                           MOVE SPACE TO DV-ESTADO(WS-DV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEV-STATUS = "00" OR WS-DEV-STATUS = "10"
               CLOSE DEV-FILE
           END-IF
           EXIT.

       *> Recorre HISTPAG.DET una sola vez y acumula, sobre cada
       *> devolucion con la misma llave y la misma fecha de pago, lo
       *> que PAGOS aplico (origen "P" o "S") y lo que ya se reverso
       *> en corridas anteriores (origen "R"). De la aplicacion se
       *> toma tambien el vencimiento del documento, si lo trae.
       CRUZAR-HISTORIA.
           IF WS-DV-COUNT > ZERO
               OPEN INPUT HISTPAG-FILE
               IF WS-HIST-STATUS = "00"
                   MOVE "N" TO EOF-HIST
                   PERFORM UNTIL EOF-HIST = "S"
                       READ HISTPAG-FILE
                           AT END MOVE "S" TO EOF-HIST
                           NOT AT END
                               PERFORM ACUMULAR-HISTORIA
                       END-READ
                   END-PERFORM
                   CLOSE HISTPAG-FILE
               END-IF
           END-IF
           EXIT.

       *> Acumula el registro actual de HISTPAG.DET sobre toda
       *> devolucion que corresponda a ese pago.
       ACUMULAR-HISTORIA.
           MOVE 1 TO WS-IDX-DV
           PERFORM UNTIL WS-IDX-DV > WS-DV-COUNT
               IF DV-NIT(WS-IDX-DV)  = HIST-NIT  AND
                  DV-SUC(WS-IDX-DV)  = HIST-SUC  AND
                  DV-TIP(WS-IDX-DV)  = HIST-TIP  AND
                  DV-COM(WS-IDX-DV)  = HIST-COM  AND
                  DV-DCTO(WS-IDX-DV) = HIST-DCTO AND
                  DV-FECHA-PAG(WS-IDX-DV) = HIST-FECHA-PAG
                   IF HIST-ORIGEN = "R"
                       ADD HIST-VALOR TO DV-REVERSADO(WS-IDX-DV)
                   ELSE
                       ADD HIST-VALOR TO DV-APLICADO(WS-IDX-DV)
                       IF HIST-FECHA-VCTO IS NUMERIC AND
                          HIST-FECHA-VCTO > ZERO
                           MOVE HIST-FECHA-VCTO TO
                                            DV-FECHA-VCTO(WS-IDX-DV)
                           MOVE "H" TO DV-FUENTE-VCTO(WS-IDX-DV)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-DV
           END-PERFORM.

       *> Las aplicaciones grabadas antes de que HISTPAG.DET llevara
       *> el vencimiento no lo traen: para esas se busca en
       *> EMITIDOS.DET, y si el documento tampoco esta alli (vino en
       *> la carga inicial de DET.ENT) se usa la fecha del pago
       *> original, que es la mejor aproximacion disponible.
       BUSCAR-VENCIMIENTOS.
           MOVE "N" TO WS-FALTA-VCTO
           MOVE 1 TO WS-IDX-DV
           PERFORM UNTIL WS-IDX-DV > WS-DV-COUNT
               IF DV-APLICADO(WS-IDX-DV) > ZERO AND
                  DV-FECHA-VCTO(WS-IDX-DV) = ZERO
                   MOVE "S" TO WS-FALTA-VCTO
               END-IF
               ADD 1 TO WS-IDX-DV
           END-PERFORM
           IF WS-FALTA-VCTO = "S"
               OPEN INPUT EMITIDOS-FILE
               IF WS-EMI-STATUS = "00"
                   MOVE "N" TO EOF-EMI
                   PERFORM UNTIL EOF-EMI = "S"
                       READ EMITIDOS-FILE
                           AT END MOVE "S" TO EOF-EMI
                           NOT AT END
                               PERFORM TOMAR-VCTO-EMITIDO
                       END-READ
                   END-PERFORM
                   CLOSE EMITIDOS-FILE
               END-IF
           END-IF
           MOVE 1 TO WS-IDX-DV
           PERFORM UNTIL WS-IDX-DV > WS-DV-COUNT
               IF DV-FECHA-VCTO(WS-IDX-DV) = ZERO
                   MOVE DV-FECHA-PAG(WS-IDX-DV) TO
                                            DV-FECHA-VCTO(WS-IDX-DV)
                   MOVE "P" TO DV-FUENTE-VCTO(WS-IDX-DV)
               END-IF
               ADD 1 TO WS-IDX-DV
           END-PERFORM
           EXIT.

       *> Toma el vencimiento del documento emitido actual para toda
       *> devolucion de esa llave que todavia no lo tenga.
       TOMAR-VCTO-EMITIDO.
           MOVE 1 TO WS-IDX-DV
           PERFORM UNTIL WS-IDX-DV > WS-DV-COUNT
               IF DV-FECHA-VCTO(WS-IDX-DV) = ZERO AND
                  DV-NIT(WS-IDX-DV)  = EMI-NIT  AND
                  DV-SUC(WS-IDX-DV)  = EMI-SUC  AND
                  DV-TIP(WS-IDX-DV)  = EMI-TIP  AND
                  DV-COM(WS-IDX-DV)  = EMI-COM  AND
                  DV-DCTO(WS-IDX-DV) = EMI-DCTO
                   MOVE EMI-FECHA-VCTO TO DV-FECHA-VCTO(WS-IDX-DV)
                   MOVE "E" TO DV-FUENTE-VCTO(WS-IDX-DV)
               END-IF
               ADD 1 TO WS-IDX-DV
           END-PERFORM.

       *> Aplica cada devolucion cargada, en el orden del archivo.
       APLICAR-DEVOLUCIONES.
           MOVE 1 TO WS-IDX-DV
           PERFORM UNTIL WS-IDX-DV > WS-DV-COUNT
               PERFORM APLICAR-UNA-DEVOLUCION
               ADD 1 TO WS-IDX-DV
           END-PERFORM
           EXIT.

       *> Valida y aplica la devolucion WS-IDX-DV. Se rechaza si el
       *> valor no es numerico, si HISTPAG.DET no tiene ese pago
       *> aplicado a esa llave en esa fecha, o si el valor supera lo
       *> que queda por reversar. La aceptada le devuelve el saldo al
       *> documento abierto o lo recrea con su vencimiento original.
       APLICAR-UNA-DEVOLUCION.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZERO TO WS-DISPONIBLE
           IF DV-VALOR-X(WS-IDX-DV) IS NOT NUMERIC
               MOVE "VALOR NO NUMERICO" TO WS-MOTIVO
           ELSE
               IF DV-VALOR(WS-IDX-DV) = ZERO
                   MOVE "VALOR EN CERO" TO WS-MOTIVO
               ELSE
                   IF DV-APLICADO(WS-IDX-DV) = ZERO
                       MOVE "SIN PAGO APLICADO EN HISTPAG.DET"
                                                   TO WS-MOTIVO
                   ELSE
                       PERFORM CALCULAR-DISPONIBLE
                       IF DV-VALOR(WS-IDX-DV) > WS-DISPONIBLE
                           MOVE "VALOR MAYOR QUE LO APLICADO"
                                                   TO WS-MOTIVO
                       ELSE
                           PERFORM BUSCAR-DOCUMENTO
                           IF WS-DOC-ENCONTRADO = "N" AND
                              WS-DOC-COUNT >= WS-DOC-MAX
                               MOVE "TABLA DE DOCUMENTOS LLENA"
                                                   TO WS-MOTIVO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               IF WS-DOC-ENCONTRADO = "S"
                   ADD DV-VALOR(WS-IDX-DV) TO D-SALDO(WS-IDX-BUSQ)
                   ADD 1 TO WS-DOC-RESTAURADOS
               ELSE
                   ADD 1 TO WS-DOC-COUNT
                   MOVE DV-NIT(WS-IDX-DV)  TO D-NIT(WS-DOC-COUNT)
                   MOVE DV-SUC(WS-IDX-DV)  TO D-SUC(WS-DOC-COUNT)
                   MOVE DV-TIP(WS-IDX-DV)  TO D-TIP(WS-DOC-COUNT)
                   MOVE DV-COM(WS-IDX-DV)  TO D-COM(WS-DOC-COUNT)
                   MOVE DV-DCTO(WS-IDX-DV) TO D-DCTO(WS-DOC-COUNT)
                   MOVE DV-FECHA-VCTO(WS-IDX-DV) TO
                                            D-FECHA(WS-DOC-COUNT)
                   MOVE DV-VALOR(WS-IDX-DV) TO D-SALDO(WS-DOC-COUNT)
                   MOVE WS-DOC-COUNT TO WS-IDX-BUSQ
                   ADD 1 TO WS-DOC-RECREADOS
               END-IF
               ADD DV-VALOR(WS-IDX-DV) TO WS-TOTAL-REVERSADO
               MOVE "A" TO DV-ESTADO(WS-IDX-DV)
               ADD 1 TO WS-DEV-ACEPTADAS
               PERFORM IMPRIMIR-DEV-ACEPTADA
           ELSE
               MOVE "R" TO DV-ESTADO(WS-IDX-DV)
               ADD 1 TO WS-DEV-RECHAZADAS
               PERFORM IMPRIMIR-DEV-RECHAZADA
           END-IF.

       *> Lo que queda por reversar del pago de la devolucion
       *> WS-IDX-DV: lo aplicado menos lo ya reversado en la historia
       *> menos las devoluciones del mismo pago aceptadas antes en
       *> esta corrida (el banco puede devolver en dos partidas).
       CALCULAR-DISPONIBLE.
           COMPUTE WS-DISPONIBLE = DV-APLICADO(WS-IDX-DV) -
                                   DV-REVERSADO(WS-IDX-DV)
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX >= WS-IDX-DV
               IF DV-ESTADO(WS-IDX) = "A" AND
                  DV-NIT(WS-IDX)  = DV-NIT(WS-IDX-DV)  AND
                  DV-SUC(WS-IDX)  = DV-SUC(WS-IDX-DV)  AND
                  DV-TIP(WS-IDX)  = DV-TIP(WS-IDX-DV)  AND
                  DV-COM(WS-IDX)  = DV-COM(WS-IDX-DV)  AND
                  DV-DCTO(WS-IDX) = DV-DCTO(WS-IDX-DV) AND
                  DV-FECHA-PAG(WS-IDX) = DV-FECHA-PAG(WS-IDX-DV)
                   SUBTRACT DV-VALOR(WS-IDX) FROM WS-DISPONIBLE
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

       *> Busca en la tabla el documento con la llave completa de la
       *> devolucion, con o sin saldo: si PAGOS lo cancelo del todo
       *> ya no esta en DET.DET y hay que recrearlo.
       BUSCAR-DOCUMENTO.
           MOVE "N" TO WS-DOC-ENCONTRADO
           MOVE 1 TO WS-IDX-BUSQ
           PERFORM UNTIL WS-IDX-BUSQ > WS-DOC-COUNT OR
                         WS-DOC-ENCONTRADO = "S"
               IF D-NIT(WS-IDX-BUSQ)  = DV-NIT(WS-IDX-DV)  AND
                  D-SUC(WS-IDX-BUSQ)  = DV-SUC(WS-IDX-DV)  AND
                  D-TIP(WS-IDX-BUSQ)  = DV-TIP(WS-IDX-DV)  AND
                  D-COM(WS-IDX-BUSQ)  = DV-COM(WS-IDX-DV)  AND
                  D-DCTO(WS-IDX-BUSQ) = DV-DCTO(WS-IDX-DV)
                   MOVE "S" TO WS-DOC-ENCONTRADO
               ELSE
                   ADD 1 TO WS-IDX-BUSQ
               END-IF
           END-PERFORM.

       *> Renglon de una devolucion aceptada: si el saldo volvio al
       *> documento abierto o si el documento se recreo (con el
       *> vencimiento usado), y la causal del banco.
       IMPRIMIR-DEV-ACEPTADA.
           MOVE DV-VALOR(WS-IDX-DV) TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           STRING DV-NIT(WS-IDX-DV) "  | " DV-SUC(WS-IDX-DV) " | "
           DV-TIP(WS-IDX-DV) " " DV-COM(WS-IDX-DV) " "
           DV-DCTO(WS-IDX-DV) "   | " DV-FECHA-PAG(WS-IDX-DV) " | "
           WS-VALOR-TXT " | "
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           IF WS-DOC-ENCONTRADO = "S"
               STRING "RESTAURADO - " DV-MOTIVO-BCO(WS-IDX-DV)
                   DELIMITED BY SIZE INTO WS-LINE(64:)
               END-STRING
           ELSE
               STRING "RECREADO VCTO " DV-FECHA-VCTO(WS-IDX-DV)
               " - " DV-MOTIVO-BCO(WS-IDX-DV)
                   DELIMITED BY SIZE INTO WS-LINE(64:)
               END-STRING
           END-IF
           WRITE LIST-REC FROM WS-LINE
           IF WS-DOC-ENCONTRADO = "N" AND
              DV-FUENTE-VCTO(WS-IDX-DV) = "P"
               MOVE SPACES TO WS-LINE
               STRING "       AVISO: vencimiento original no "
               "disponible en HISTPAG.DET ni EMITIDOS.DET; se tomo "
               "la fecha del pago."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.

       IMPRIMIR-DEV-RECHAZADA.
           MOVE SPACES TO WS-LINE
           STRING DV-NIT(WS-IDX-DV) "  | " DV-SUC(WS-IDX-DV) " | "
           DV-TIP(WS-IDX-DV) " " DV-COM(WS-IDX-DV) " "
           DV-DCTO(WS-IDX-DV) "   | " DV-FECHA-PAG(WS-IDX-DV) " | "
           DV-VALOR-X(WS-IDX-DV) " | RECHAZADA: " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
       *> Lo que quedaba por reversar sale en renglon propio, igual
       *> que la exposicion en el listado de MANTCUPO.
           IF WS-MOTIVO = "VALOR MAYOR QUE LO APLICADO"
               MOVE WS-DISPONIBLE TO WS-SALDO-TXT
               MOVE SPACES TO WS-LINE
               STRING "       PENDIENTE POR REVERSAR DE ESE PAGO: "
               WS-SALDO-TXT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.

       *> La corrida queda en firme solo si DET.DET y DEVOLUC.DET
       *> cupieron completos en sus tablas: de lo contrario se
       *> perderia cartera al reescribir o quedarian devoluciones sin
       *> ver, y no se toca ningun archivo.
       DETERMINAR-FIRMEZA.
           IF WS-DOC-OMITIDOS = ZERO AND WS-DV-OMITIDOS = ZERO
               MOVE "S" TO WS-CORRIDA-FIRME
           ELSE
               MOVE "N" TO WS-CORRIDA-FIRME
           END-IF
           EXIT.

       *> Reescribe DET.DET con los saldos devueltos, igual que
       *> REESCRIBIR-DET en PAGOS.
       REESCRIBIR-DET.
           IF WS-CORRIDA-FIRME = "S"
               OPEN OUTPUT DET-FILE
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-DOC-COUNT
                   IF D-SALDO(WS-IDX) > ZERO
                       MOVE SPACES         TO DET-REC
                       MOVE D-NIT(WS-IDX)  TO NIT3-DET
                       MOVE D-SUC(WS-IDX)  TO SUC3-DET
                       MOVE D-TIP(WS-IDX)  TO TIP-DET
                       MOVE D-COM(WS-IDX)  TO COM-DET
                       MOVE D-DCTO(WS-IDX) TO DCTO-DET
                       MOVE D-FECHA(WS-IDX) TO FECHA-VCTO-DET
                       MOVE D-SALDO(WS-IDX) TO WS-SALDO-SAL
                       MOVE WS-SALDO-SAL   TO SALDO-DET
                       WRITE DET-REC
                   END-IF
                   ADD 1 TO WS-IDX
               END-PERFORM
               CLOSE DET-FILE
           END-IF
           EXIT.

       *> Agrega a HISTPAG.DET una reversion (origen "R") por cada
       *> devolucion aceptada, con la fecha del pago original y el
       *> vencimiento con que quedo el documento. Solo se graba si
       *> DET.DET si se reescribio.
       GRABAR-HISTORIA.
           IF WS-CORRIDA-FIRME = "S" AND WS-DEV-ACEPTADAS > ZERO
               OPEN EXTEND HISTPAG-FILE
               IF WS-HIST-STATUS = "35"
                   OPEN OUTPUT HISTPAG-FILE
               END-IF
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-DV-COUNT
                   IF DV-ESTADO(WS-IDX) = "A"
                       MOVE SPACES              TO HIST-REC
                       MOVE WS-FECHA-PROCESO    TO HIST-FECHA-APLIC
                       MOVE DV-NIT(WS-IDX)      TO HIST-NIT
                       MOVE DV-SUC(WS-IDX)      TO HIST-SUC
                       MOVE DV-TIP(WS-IDX)      TO HIST-TIP
                       MOVE DV-COM(WS-IDX)      TO HIST-COM
                       MOVE DV-DCTO(WS-IDX)     TO HIST-DCTO
                       MOVE DV-FECHA-PAG(WS-IDX) TO HIST-FECHA-PAG
                       MOVE DV-VALOR(WS-IDX)    TO HIST-VALOR
                       MOVE "R"                 TO HIST-ORIGEN
                       MOVE DV-FECHA-VCTO(WS-IDX) TO HIST-FECHA-VCTO
                       WRITE HIST-REC
                   END-IF
                   ADD 1 TO WS-IDX
               END-PERFORM
               CLOSE HISTPAG-FILE
           END-IF
           EXIT.

       *> Deja DEVOLUC.DET vacio una vez aplicado, igual que CARGINT
       *> con INTERES.DET: volver a correr sobre el mismo archivo
       *> reversaria dos veces una devolucion parcial.
       CONSUMIR-DEVOLUCIONES.
           IF WS-CORRIDA-FIRME = "S" AND
              (WS-DEV-STATUS = "00" OR WS-DEV-STATUS = "10")
               OPEN OUTPUT DEV-FILE
               CLOSE DEV-FILE
           END-IF
           EXIT.

       *> Graba DEVOLUC.CTL con el efecto neto de la corrida sobre
       *> DET.DET (saldo devuelto a la cartera), para que CUADRE lo
       *> sume en la ecuacion del saldo. En una corrida no firme
       *> DET.DET quedo intacto y el efecto sale en cero.
       GRABAR-CONTROL.
           OPEN OUTPUT CTL-FILE
           MOVE SPACES TO CTL-REC
           MOVE WS-FECHA-PROCESO TO DCT-FECHA
           IF WS-CORRIDA-FIRME = "S"
               MOVE WS-TOTAL-REVERSADO TO DCT-REVERSADO
           ELSE
               MOVE ZERO TO DCT-REVERSADO
           END-IF
           WRITE CTL-REC
           CLOSE CTL-FILE
           EXIT.

       *> Graba DEVOLUC.ASI con un asiento "DV" por devolucion
       *> aceptada, la misma que queda en HISTPAG.DET con origen "R".
       *> Se reescribe en cada corrida, igual que DEVOLUC.CTL: en una
       *> corrida no firme queda vacio.
       GRABAR-ASIENTOS.
           OPEN OUTPUT ASIENTOS-FILE
           IF WS-CORRIDA-FIRME = "S"
               MOVE "DV" TO WS-ASI-MOV
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-DV-COUNT
                   IF DV-ESTADO(WS-IDX) = "A"
                       MOVE SPACES            TO ASI-REC
                       MOVE DV-NIT(WS-IDX)    TO ASI-TERCERO
                       MOVE DV-SUC(WS-IDX)    TO ASI-CCOSTO
                       MOVE DV-TIP(WS-IDX)    TO ASI-TIP
                       MOVE DV-COM(WS-IDX)    TO ASI-COM
                       MOVE DV-DCTO(WS-IDX)   TO ASI-DCTO
                       MOVE DV-VALOR(WS-IDX)  TO ASI-VALOR
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

       *> Totales de la corrida al final del listado de auditoria.
       IMPRIMIR-RESUMEN.
           MOVE SPACES TO WS-LINE
           STRING "DEVOLUCIONES LEIDAS:      " WS-DEV-LEIDAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "DEVOLUCIONES APLICADAS:   " WS-DEV-ACEPTADAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "  SALDO RESTAURADO:       " WS-DOC-RESTAURADOS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "  DOCUMENTOS RECREADOS:   " WS-DOC-RECREADOS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "DEVOLUCIONES RECHAZADAS:  " WS-DEV-RECHAZADAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-TOTAL-REVERSADO TO WS-SALDO-TXT
           MOVE SPACES TO WS-LINE
           STRING "TOTAL DEVUELTO A CARTERA: " WS-SALDO-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-ASI-TOTAL TO WS-SALDO-TXT
           MOVE SPACES TO WS-LINE
           STRING "ASIENTOS CONTABLES (DEVOLUC.ASI): " WS-ASI-COUNT
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
           IF WS-DV-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-DV-OMITIDOS
               " devolucion(es) omitida(s) por exceder la capacidad "
               "maxima de la tabla (" WS-DV-MAX "). DET.DET y "
               "DEVOLUC.DET quedaron INTACTOS: parta el archivo."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-DOC-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-DOC-OMITIDOS
               " documento(s) de DET.DET omitido(s) por exceder la "
               "capacidad maxima de la tabla (" WS-DOC-MAX "). "
               "DET.DET y HISTPAG.DET quedaron INTACTOS: repita la "
               "corrida con mas cupo de tabla."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.
