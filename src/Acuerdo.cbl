       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUERDO.                                             *> Acuerdos de pago: reestructuracion en cuotas

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DET-FILE ASSIGN TO "DET.DET"                          *> Archivo con documentos abiertos
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRX-FILE ASSIGN TO "ACUTRX.DET"                       *> Acuerdos aprobados por cobranzas
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRX-STATUS.
           SELECT PARAM-FILE ASSIGN TO "ACUERDO.DET"                    *> Tarjeta de control (dias de gracia)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT ACUERDOS-FILE ASSIGN TO "ACUERDOS.DET"                *> Archivo permanente de acuerdos de pago
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACU-STATUS.
           SELECT HISTPAG-FILE ASSIGN TO "HISTPAG.DET"                  *> Historia de pagos aplicados (PAGOS)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "ACUERDO.LST"                  *> Listado de auditoria
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEGUIM-FILE ASSIGN TO "ACUSEG.LST"                    *> Seguimiento diario de acuerdos activos
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-FILE ASSIGN TO "ACUERDO.CTL"                      *> Totales de control para CUADRE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DET"                  *> Cuentas contables por movimiento y TIP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAS-STATUS.
           SELECT ASIENTOS-FILE ASSIGN TO "ACUERDO.ASI"                 *> Asientos contables de la corrida
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

       *> Acuerdos aprobados por cobranzas. Cada acuerdo es un
       *> registro "E" (encabezado: numero de acuerdo, NIT, sucursal,
       *> numero de cuotas, primer vencimiento y frecuencia "S"
       *> semanal, "Q" quincenal o "M" mensual) seguido de un
       *> registro "D" por documento que entra al acuerdo, con el
       *> mismo numero de acuerdo. El acuerdo se acepta o se rechaza
       *> completo: no hay reestructuraciones a medias.
       FD TRX-FILE.
       01 TRX-REC.
           05 TRX-TIPO           PIC X(1).
           05 TRX-NUMERO         PIC X(4).
           05 TRX-DATOS          PIC X(40).
           05 TRX-ENC REDEFINES TRX-DATOS.
               10 TRX-NIT            PIC X(10).
               10 TRX-SUC            PIC X(4).
               10 TRX-CUOTAS         PIC X(3).
               10 TRX-CUOTAS-N REDEFINES TRX-CUOTAS PIC 9(3).
               10 TRX-FECHA-PRI      PIC X(8).
               10 TRX-FECHA-PRI-N REDEFINES TRX-FECHA-PRI PIC 9(8).
               10 TRX-FRECUENCIA     PIC X(1).
               10 FILLER             PIC X(14).
           05 TRX-DOC REDEFINES TRX-DATOS.
               10 TRX-TIP            PIC X(2).
               10 TRX-COM            PIC X(4).
               10 TRX-DCTO           PIC X(4).
               10 FILLER             PIC X(30).

       *> Tarjeta de control: dias de atraso de una cuota a partir de
       *> los cuales el acuerdo se da por roto. En blanco, 30.
       FD PARAM-FILE.
       01 PARAM-REC.
           05 ACP-DIAS           PIC X(3).
           05 ACP-DIAS-N REDEFINES ACP-DIAS PIC 9(3).

       *> Archivo permanente de acuerdos. Cada acuerdo deja un
       *> registro "E" (encabezado, con el total reestructurado, el
       *> primer vencimiento, las cuotas, la frecuencia y el estado:
       *> "A" activo, "R" roto, "C" cumplido), un registro "D" por
       *> documento cancelado (llave, vencimiento y saldo que tenia)
       *> y un registro "C" por cuota creada (llave del documento
       *> cuota, vencimiento, valor y numero de cuota). Los registros
       *> de un acuerdo van siempre juntos y en ese orden.
       FD ACUERDOS-FILE.
       01 ACU-REC.
           05 ACU-NUMERO         PIC X(4).
           05 ACU-TIPO-REG       PIC X(1).
           05 ACU-NIT            PIC X(10).
           05 ACU-SUC            PIC X(4).
           05 ACU-FECHA          PIC 9(8).
           05 ACU-TIP            PIC X(2).
           05 ACU-COM            PIC X(4).
           05 ACU-DCTO           PIC X(4).
           05 ACU-FECHA-VCTO     PIC 9(8).
           05 ACU-VALOR          PIC 9(9)V99.
           05 ACU-CUOTAS         PIC 9(3).
           05 ACU-FRECUENCIA     PIC X(1).
           05 ACU-ESTADO         PIC X(1).
           05 ACU-FECHA-ESTADO   PIC 9(8).

       *> Historia de aplicaciones que deja PAGOS, con el mismo
       *> trazado con que alla se escribe. Las reversiones de
       *> DEVOLUC vienen con origen "R" y restan lo pagado. Lo que
       *> ARCHIST pasa al historico queda en un renglon resumen por
       *> cuota, con fechas en cero y lo neto pagado, que se suma
       *> igual que cualquier otra aplicacion.
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

       *> Efecto de la corrida sobre DET.DET: saldo cancelado de los
       *> documentos que entraron a acuerdos y valor de las cuotas
       *> creadas. Los dos deben ser iguales (efecto neto cero) y
       *> CUADRE los usa en la ecuacion del saldo.
       FD CTL-FILE.
       01 CTL-REC.
           05 ACT-FECHA       PIC 9(8).
           05 ACT-CANCELADO   PIC 9(9)V99.
           05 ACT-CREADO      PIC 9(9)V99.

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

       *> Asientos contables de la corrida, con el mismo trazado de
       *> PAGOS.ASI. Movimiento de ACUERDO: "AR" cartera
       *> reestructurada, uno por documento cancelado con su TIP
       *> (debito la cartera en acuerdo, credito la cartera del TIP).
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
       01 WS-TRX-STATUS     PIC X(2).
       01 WS-PARAM-STATUS   PIC X(2).
       01 WS-ACU-STATUS     PIC X(2).
       01 WS-HIST-STATUS    PIC X(2).
       01 WS-CTAS-STATUS    PIC X(2).
       *> Variables de control
       01 EOF-DET           PIC X VALUE "N".
       01 EOF-TRX           PIC X VALUE "N".
       01 EOF-ACU           PIC X VALUE "N".
       01 EOF-HIST          PIC X VALUE "N".
       01 WS-LINE           PIC X(120).
       01 WS-IDX            PIC 9(8).
       01 WS-IDX-BUSQ       PIC 9(8).
       01 WS-IDX-AC         PIC 9(8).
       01 WS-IDX-FIN        PIC 9(8).
       01 WS-DOC-ENCONTRADO PIC X VALUE "N".
       01 WS-CORRIDA-FIRME  PIC X VALUE "N".
       01 WS-MOTIVO         PIC X(40).
       01 WS-FECHA-PROCESO  PIC 9(8).
       01 WS-INT-PROCESO    PIC 9(8).
       01 WS-DIAS-GRACIA    PIC 9(3) VALUE 30.
       01 WS-VALOR-TXT      PIC Z(7)9.99.
       01 WS-SALDO-TXT      PIC Z(9)9.99.
       01 WS-SALDO-SAL      PIC 9(7).99.
       01 WS-DIAS-TXT       PIC Z(4)9.

       *> Contadores de la corrida
       01 WS-TRX-LEIDAS     PIC 9(8) VALUE ZERO.
       01 WS-ACU-ACEPTADOS  PIC 9(8) VALUE ZERO.
       01 WS-ACU-RECHAZADOS PIC 9(8) VALUE ZERO.
       01 WS-TRX-SUELTAS    PIC 9(8) VALUE ZERO.
       01 WS-DOC-CANCELADOS PIC 9(8) VALUE ZERO.
       01 WS-CUO-CREADAS    PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-CANCELADO PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-CREADO   PIC 9(9)V99 VALUE ZERO.

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
       *> que en PAGOS: los documentos que entran a un acuerdo quedan
       *> en cero, las cuotas se agregan al final y al terminar se
       *> reescribe DET.DET.
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

       *> ACUERDOS.DET completo en memoria. Los acuerdos de hoy se
       *> agregan al final (despues de WS-AC-INICIAL) y el
       *> seguimiento actualiza el estado de los encabezados; al
       *> terminar se reescribe el archivo. AC-PAGADO no se graba:
       *> es lo pagado de cada cuota segun HISTPAG.DET.
       01 WS-AC-MAX         PIC 9(8) VALUE 20000.
       01 WS-AC-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-AC-OMITIDOS    PIC 9(8) VALUE ZERO.
       01 WS-AC-INICIAL     PIC 9(8) VALUE ZERO.
       01 TABLA-ACUERDOS.
           05 AC-REG OCCURS 0 TO 20000 TIMES
                     DEPENDING ON WS-AC-COUNT.
               10 AC-NUMERO      PIC X(4).
               10 AC-TIPO-REG    PIC X(1).
               10 AC-NIT         PIC X(10).
               10 AC-SUC         PIC X(4).
               10 AC-FECHA       PIC 9(8).
               10 AC-TIP         PIC X(2).
               10 AC-COM         PIC X(4).
               10 AC-DCTO        PIC X(4).
               10 AC-FECHA-VCTO  PIC 9(8).
               10 AC-VALOR       PIC 9(9)V99.
               10 AC-CUOTAS      PIC 9(3).
               10 AC-FRECUENCIA  PIC X(1).
               10 AC-ESTADO      PIC X(1).
               10 AC-FECHA-ESTADO PIC 9(8).
               10 AC-PAGADO      PIC S9(9)V99.

       *> Acuerdo en armado: el encabezado leido y sus documentos,
       *> que se validan juntos cuando llega el siguiente encabezado
       *> o el fin de ACUTRX.DET.
       01 WS-PN-HAY         PIC X VALUE "N".
       01 WS-PN-NUMERO      PIC X(4).
       01 WS-PN-NIT         PIC X(10).
       01 WS-PN-SUC         PIC X(4).
       01 WS-PN-CUOTAS-X    PIC X(3).
       01 WS-PN-CUOTAS      PIC 9(3).
       01 WS-PN-FECHA-X     PIC X(8).
       01 WS-PN-FECHA-PRI   PIC 9(8).
       01 WS-PN-FRECUENCIA  PIC X(1).
       01 WS-PN-TOTAL       PIC 9(9)V99.
       01 WS-PN-DOC-MAL     PIC X VALUE "N".
       01 WS-PD-MAX         PIC 9(4) VALUE 100.
       01 WS-PD-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-PD-OMITIDOS    PIC 9(4) VALUE ZERO.
       01 TABLA-PENDIENTES.
           05 PD-REG OCCURS 0 TO 100 TIMES
                     DEPENDING ON WS-PD-COUNT.
               10 PD-TIP         PIC X(2).
               10 PD-COM         PIC X(4).
               10 PD-DCTO        PIC X(4).
               10 PD-IDX-DOC     PIC 9(8).
               10 PD-MOTIVO      PIC X(30).
       01 WS-IDX-PD         PIC 9(4).
       01 WS-IDX-PD2        PIC 9(4).

       *> Calculo del plan de cuotas: valor de cada cuota (la ultima
       *> lleva la diferencia de centavos) y su vencimiento segun la
       *> frecuencia. Las cuotas mensuales caen el mismo dia del mes
       *> que la primera, o el ultimo dia si el mes es mas corto.
       01 WS-CUO-MAX-ACU    PIC 9(3) VALUE 120.
       01 WS-VALOR-CUOTA    PIC 9(9)V99.
       01 WS-VALOR-ULTIMA   PIC 9(9)V99.
       01 WS-K              PIC 9(3).
       01 WS-NUM-CUOTA      PIC 9(4).
       01 WS-DIA-INT        PIC 9(8).
       01 WS-INT-PRIMERA    PIC 9(8).
       01 WS-MESES          PIC 9(4).
       01 WS-ANOS           PIC 9(4).
       01 WS-RESTO-MES      PIC 9(2).
       01 WS-FECHA-PRI-R.
           05 WS-FP-ANO         PIC 9(4).
           05 WS-FP-MES         PIC 9(2).
           05 WS-FP-DIA         PIC 9(2).
       01 WS-FECHA-CUOTA    PIC 9(8).
       01 WS-FECHA-CUOTA-R REDEFINES WS-FECHA-CUOTA.
           05 WS-FC-ANO         PIC 9(4).
           05 WS-FC-MES         PIC 9(2).
           05 WS-FC-DIA         PIC 9(2).
       01 WS-FECHA-AUX      PIC 9(8).
       01 WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
           05 WS-FA-ANO         PIC 9(4).
           05 WS-FA-MES         PIC 9(2).
           05 WS-FA-DIA         PIC 9(2).
       01 WS-DIAS-MORA      PIC 9(5).

       *> Seguimiento: situacion del acuerdo en curso.
       01 WS-SG-PAGADAS     PIC 9(3).
       01 WS-SG-PENDIENTES  PIC 9(3).
       01 WS-SG-VENCIDAS    PIC 9(3).
       01 WS-SG-MORA-MAX    PIC 9(5).
       01 WS-SG-SALDO       PIC S9(9)V99.
       01 WS-SG-FALTA       PIC S9(9)V99.
       01 WS-SG-ESTADO-TXT  PIC X(10).
       01 WS-SG-ACTIVOS     PIC 9(8) VALUE ZERO.
       01 WS-SG-ROTOS-HOY   PIC 9(8) VALUE ZERO.
       01 WS-SG-CUMPL-HOY   PIC 9(8) VALUE ZERO.
       01 WS-SG-ROTOS-ANT   PIC 9(8) VALUE ZERO.
       01 WS-SG-CUMPL-ANT   PIC 9(8) VALUE ZERO.
       01 WS-SG-SALDO-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-SG-TOTAL-TXT   PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           COMPUTE WS-INT-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
           PERFORM LEER-CONTROL
           PERFORM ABRIR-LISTADO
           PERFORM CARGAR-DOCUMENTOS
           PERFORM CARGAR-ACUERDOS
           PERFORM CARGAR-CUENTAS
           PERFORM APLICAR-TRANSACCIONES
           PERFORM DETERMINAR-FIRMEZA
           PERFORM CRUZAR-HISTORIA
           PERFORM SEGUIMIENTO
           PERFORM REESCRIBIR-DET
           PERFORM REESCRIBIR-ACUERDOS
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
               DISPLAY "ACUERDO: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "ACUERDO: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       *> Lee la tarjeta de control. Sin tarjeta, o con los dias en
       *> blanco o en cero, el acuerdo se rompe a los 30 dias.
       LEER-CONTROL.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ACP-DIAS IS NUMERIC AND ACP-DIAS-N > ZERO
                           MOVE ACP-DIAS-N TO WS-DIAS-GRACIA
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           EXIT.

       ABRIR-LISTADO.
           OPEN OUTPUT LISTADO-FILE
           MOVE SPACES TO WS-LINE
           STRING "ACUERDOS DE PAGO - LISTADO DE AUDITORIA - FECHA: "
           WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "ACUERDO | NIT        | SUC  | CUOTAS | FREC | "
           "PRIMER VCTO | RESULTADO"
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

       *> Carga ACUERDOS.DET completo. La primera corrida no lo
       *> encuentra y arranca con la tabla vacia.
       CARGAR-ACUERDOS.
           MOVE ZERO TO WS-AC-COUNT WS-AC-OMITIDOS
           OPEN INPUT ACUERDOS-FILE
           IF WS-ACU-STATUS = "00"
               PERFORM UNTIL EOF-ACU = "S"
                   READ ACUERDOS-FILE
                       AT END MOVE "S" TO EOF-ACU
                       NOT AT END
                           IF WS-AC-COUNT >= WS-AC-MAX
                               ADD 1 TO WS-AC-OMITIDOS
                           ELSE
                               ADD 1 TO WS-AC-COUNT
                               MOVE ACU-REC TO AC-REG(WS-AC-COUNT)
                               MOVE ZERO TO AC-PAGADO(WS-AC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACUERDOS-FILE
           END-IF
           MOVE WS-AC-COUNT TO WS-AC-INICIAL
           EXIT.

       *> Lee ACUTRX.DET y arma cada acuerdo con su encabezado y sus
       *> documentos. Un acuerdo se procesa cuando llega el siguiente
       *> encabezado o el fin del archivo.
       APLICAR-TRANSACCIONES.
           OPEN INPUT TRX-FILE
           IF WS-TRX-STATUS NOT = "00"
               MOVE SPACES TO WS-LINE
               STRING "AVISO: ACUTRX.DET no existe o no se pudo "
               "abrir (estado " WS-TRX-STATUS "). No se registro "
               "ningun acuerdo nuevo."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
               MOVE "S" TO EOF-TRX
           END-IF
           PERFORM UNTIL EOF-TRX = "S"
               READ TRX-FILE
                   AT END MOVE "S" TO EOF-TRX
                   NOT AT END
                       ADD 1 TO WS-TRX-LEIDAS
                       PERFORM TOMAR-TRANSACCION
               END-READ
           END-PERFORM
           IF WS-PN-HAY = "S"
               PERFORM PROCESAR-ACUERDO
           END-IF
           IF WS-TRX-STATUS = "00" OR WS-TRX-STATUS = "10"
               CLOSE TRX-FILE
           END-IF
           EXIT.

       *> Toma el registro actual de ACUTRX.DET: un encabezado cierra
       *> el acuerdo anterior y abre uno nuevo; un documento se
       *> agrega al acuerdo abierto si es del mismo numero.
       TOMAR-TRANSACCION.
           EVALUATE TRX-TIPO
               WHEN "E"
                   IF WS-PN-HAY = "S"
                       PERFORM PROCESAR-ACUERDO
                   END-IF
                   MOVE "S"              TO WS-PN-HAY
                   MOVE TRX-NUMERO       TO WS-PN-NUMERO
                   MOVE TRX-NIT          TO WS-PN-NIT
                   MOVE TRX-SUC          TO WS-PN-SUC
                   MOVE TRX-CUOTAS       TO WS-PN-CUOTAS-X
                   MOVE TRX-FECHA-PRI    TO WS-PN-FECHA-X
                   MOVE TRX-FRECUENCIA   TO WS-PN-FRECUENCIA
                   MOVE ZERO TO WS-PD-COUNT WS-PD-OMITIDOS
               WHEN "D"
                   IF WS-PN-HAY = "S" AND TRX-NUMERO = WS-PN-NUMERO
                       IF WS-PD-COUNT >= WS-PD-MAX
                           ADD 1 TO WS-PD-OMITIDOS
                       ELSE
                           ADD 1 TO WS-PD-COUNT
                           MOVE TRX-TIP  TO PD-TIP(WS-PD-COUNT)
                           MOVE TRX-COM  TO PD-COM(WS-PD-COUNT)
                           MOVE TRX-DCTO TO PD-DCTO(WS-PD-COUNT)
                           MOVE ZERO     TO PD-IDX-DOC(WS-PD-COUNT)
                           MOVE SPACES   TO PD-MOTIVO(WS-PD-COUNT)
                       END-IF
                   ELSE
                       MOVE "DOCUMENTO SIN ENCABEZADO DE ACUERDO"
                                                   TO WS-MOTIVO
                       PERFORM IMPRIMIR-TRX-SUELTA
                   END-IF
               WHEN OTHER
                   MOVE "TIPO DE REGISTRO INVALIDO (E/D)"
                                                   TO WS-MOTIVO
                   PERFORM IMPRIMIR-TRX-SUELTA
           END-EVALUATE
           EXIT.

       IMPRIMIR-TRX-SUELTA.
           ADD 1 TO WS-TRX-SUELTAS
           MOVE SPACES TO WS-LINE
           STRING "REGISTRO " WS-TRX-LEIDAS " IGNORADO: " TRX-REC(1:45)
           " - " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Valida el acuerdo armado y, si todo esta en orden, lo
       *> aplica: cancela los documentos, crea las cuotas y deja los
       *> registros en la tabla de acuerdos.
       PROCESAR-ACUERDO.
           MOVE "N" TO WS-PN-HAY
           PERFORM VALIDAR-ACUERDO
           IF WS-MOTIVO = SPACES
               PERFORM APLICAR-ACUERDO
               ADD 1 TO WS-ACU-ACEPTADOS
           ELSE
               ADD 1 TO WS-ACU-RECHAZADOS
               PERFORM IMPRIMIR-ACU-RECHAZADO
           END-IF
           EXIT.

       *> Deja en WS-MOTIVO la primera causa de rechazo del acuerdo
       *> armado, o espacios si se puede aplicar. Los documentos se
       *> validan uno por uno y cada uno guarda su propia causa.
       VALIDAR-ACUERDO.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZERO TO WS-PN-TOTAL WS-PN-CUOTAS WS-PN-FECHA-PRI
           IF WS-PN-NUMERO = SPACES
               MOVE "NUMERO DE ACUERDO EN BLANCO" TO WS-MOTIVO
           ELSE
               PERFORM BUSCAR-NUMERO-ACUERDO
               IF WS-DOC-ENCONTRADO = "S"
                   MOVE "NUMERO DE ACUERDO YA REGISTRADO"
                                                   TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES AND WS-PN-NIT = SPACES
               MOVE "NIT EN BLANCO" TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES
               IF WS-PN-CUOTAS-X IS NOT NUMERIC
                   MOVE "NUMERO DE CUOTAS INVALIDO" TO WS-MOTIVO
               ELSE
                   MOVE WS-PN-CUOTAS-X TO WS-PN-CUOTAS
                   IF WS-PN-CUOTAS = ZERO OR
                      WS-PN-CUOTAS > WS-CUO-MAX-ACU
                       MOVE "NUMERO DE CUOTAS INVALIDO" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               IF WS-PN-FECHA-X IS NOT NUMERIC
                   MOVE "PRIMER VENCIMIENTO INVALIDO" TO WS-MOTIVO
               ELSE
                   MOVE WS-PN-FECHA-X TO WS-PN-FECHA-PRI
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-PN-FECHA-PRI)
                      NOT = ZERO
                       MOVE "PRIMER VENCIMIENTO INVALIDO"
                                                   TO WS-MOTIVO
                   ELSE
                       IF WS-PN-FECHA-PRI < WS-FECHA-PROCESO
                           MOVE "PRIMER VENCIMIENTO ANTERIOR A HOY"
                                                   TO WS-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               IF WS-PN-FRECUENCIA NOT = "S" AND
                  WS-PN-FRECUENCIA NOT = "Q" AND
                  WS-PN-FRECUENCIA NOT = "M"
                   MOVE "FRECUENCIA INVALIDA (S/Q/M)" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               IF WS-PD-COUNT = ZERO
                   MOVE "ACUERDO SIN DOCUMENTOS" TO WS-MOTIVO
               END-IF
               IF WS-PD-OMITIDOS > ZERO
                   MOVE "DEMASIADOS DOCUMENTOS EN EL ACUERDO"
                                                   TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM VALIDAR-DOCUMENTOS
           END-IF
           IF WS-MOTIVO = SPACES
               COMPUTE WS-VALOR-CUOTA = WS-PN-TOTAL / WS-PN-CUOTAS
               IF WS-VALOR-CUOTA = ZERO
                   MOVE "VALOR DE CUOTA EN CERO" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM VALIDAR-CUOTAS
           END-IF
           IF WS-MOTIVO = SPACES
               IF WS-DOC-COUNT + WS-PN-CUOTAS > WS-DOC-MAX
                   MOVE "TABLA DE DOCUMENTOS LLENA" TO WS-MOTIVO
               END-IF
               IF WS-AC-COUNT + 1 + WS-PD-COUNT + WS-PN-CUOTAS >
                  WS-AC-MAX
                   MOVE "TABLA DE ACUERDOS LLENA" TO WS-MOTIVO
               END-IF
           END-IF
           EXIT.

       *> Busca WS-PN-NUMERO entre los encabezados ya registrados,
       *> incluidos los aceptados antes en esta corrida.
       BUSCAR-NUMERO-ACUERDO.
           MOVE "N" TO WS-DOC-ENCONTRADO
           MOVE 1 TO WS-IDX-AC
           PERFORM UNTIL WS-IDX-AC > WS-AC-COUNT OR
                         WS-DOC-ENCONTRADO = "S"
               IF AC-TIPO-REG(WS-IDX-AC) = "E" AND
                  AC-NUMERO(WS-IDX-AC) = WS-PN-NUMERO
                   MOVE "S" TO WS-DOC-ENCONTRADO
               ELSE
                   ADD 1 TO WS-IDX-AC
               END-IF
           END-PERFORM
           EXIT.

       *> Cada documento del acuerdo debe estar abierto en DET.DET
       *> con el NIT y la sucursal del encabezado y no repetirse. El
       *> saldo de todos es el total a reestructurar.
       VALIDAR-DOCUMENTOS.
           MOVE "N" TO WS-PN-DOC-MAL
           MOVE 1 TO WS-IDX-PD
           PERFORM UNTIL WS-IDX-PD > WS-PD-COUNT
               PERFORM BUSCAR-DOCUMENTO
               IF WS-DOC-ENCONTRADO = "N"
                   MOVE "NO ABIERTO EN DET.DET" TO
                                            PD-MOTIVO(WS-IDX-PD)
                   MOVE "S" TO WS-PN-DOC-MAL
               ELSE
                   MOVE WS-IDX-BUSQ TO PD-IDX-DOC(WS-IDX-PD)
                   ADD D-SALDO(WS-IDX-BUSQ) TO WS-PN-TOTAL
               END-IF
               MOVE 1 TO WS-IDX-PD2
               PERFORM UNTIL WS-IDX-PD2 >= WS-IDX-PD
                   IF PD-TIP(WS-IDX-PD2)  = PD-TIP(WS-IDX-PD)  AND
                      PD-COM(WS-IDX-PD2)  = PD-COM(WS-IDX-PD)  AND
                      PD-DCTO(WS-IDX-PD2) = PD-DCTO(WS-IDX-PD)
                       MOVE "REPETIDO EN EL ACUERDO" TO
                                            PD-MOTIVO(WS-IDX-PD)
                       MOVE "S" TO WS-PN-DOC-MAL
                   END-IF
                   ADD 1 TO WS-IDX-PD2
               END-PERFORM
               ADD 1 TO WS-IDX-PD
           END-PERFORM
           IF WS-PN-DOC-MAL = "S"
               MOVE "DOCUMENTO(S) INVALIDO(S), VER DETALLE"
                                                   TO WS-MOTIVO
           END-IF
           EXIT.

       *> Busca en la tabla el documento abierto WS-IDX-PD del
       *> acuerdo armado (NIT+sucursal del encabezado, saldo mayor
       *> que cero).
       BUSCAR-DOCUMENTO.
           MOVE "N" TO WS-DOC-ENCONTRADO
           MOVE 1 TO WS-IDX-BUSQ
           PERFORM UNTIL WS-IDX-BUSQ > WS-DOC-COUNT OR
                         WS-DOC-ENCONTRADO = "S"
               IF D-NIT(WS-IDX-BUSQ)  = WS-PN-NIT           AND
                  D-SUC(WS-IDX-BUSQ)  = WS-PN-SUC           AND
                  D-TIP(WS-IDX-BUSQ)  = PD-TIP(WS-IDX-PD)   AND
                  D-COM(WS-IDX-BUSQ)  = PD-COM(WS-IDX-PD)   AND
                  D-DCTO(WS-IDX-BUSQ) = PD-DCTO(WS-IDX-PD)  AND
                  D-SALDO(WS-IDX-BUSQ) > ZERO
                   MOVE "S" TO WS-DOC-ENCONTRADO
               ELSE
                   ADD 1 TO WS-IDX-BUSQ
               END-IF
           END-PERFORM
           EXIT.

       *> Ninguna cuota del acuerdo puede chocar con un documento
       *> que ya exista en DET.DET con la misma llave (TIP "AP", COM
       *> el numero de acuerdo, DCTO el numero de cuota).
       VALIDAR-CUOTAS.
           MOVE 1 TO WS-NUM-CUOTA
           PERFORM UNTIL WS-NUM-CUOTA > WS-PN-CUOTAS OR
                         WS-MOTIVO NOT = SPACES
               MOVE 1 TO WS-IDX-BUSQ
               PERFORM UNTIL WS-IDX-BUSQ > WS-DOC-COUNT
                   IF D-NIT(WS-IDX-BUSQ)  = WS-PN-NIT    AND
                      D-SUC(WS-IDX-BUSQ)  = WS-PN-SUC    AND
                      D-TIP(WS-IDX-BUSQ)  = "AP"         AND
                      D-COM(WS-IDX-BUSQ)  = WS-PN-NUMERO AND
                      D-DCTO(WS-IDX-BUSQ) = WS-NUM-CUOTA
                       MOVE "CUOTA YA EXISTE EN DET.DET" TO WS-MOTIVO
                       MOVE WS-DOC-COUNT TO WS-IDX-BUSQ
                   END-IF
                   ADD 1 TO WS-IDX-BUSQ
               END-PERFORM
               ADD 1 TO WS-NUM-CUOTA
           END-PERFORM
           EXIT.

       *> Aplica el acuerdo validado: registra el encabezado,
       *> cancela cada documento (saldo a cero, registro "D") y crea
       *> las cuotas en DET.DET (registro "C" por cuota).
       APLICAR-ACUERDO.
           ADD 1 TO WS-AC-COUNT
           MOVE WS-AC-COUNT TO WS-IDX-AC
           PERFORM LIMPIAR-RENGLON-ACUERDO
           MOVE "E"              TO AC-TIPO-REG(WS-IDX-AC)
           MOVE WS-PN-FECHA-PRI  TO AC-FECHA-VCTO(WS-IDX-AC)
           MOVE WS-PN-TOTAL      TO AC-VALOR(WS-IDX-AC)
           MOVE WS-PN-CUOTAS     TO AC-CUOTAS(WS-IDX-AC)
           MOVE WS-PN-FRECUENCIA TO AC-FRECUENCIA(WS-IDX-AC)
           MOVE "A"              TO AC-ESTADO(WS-IDX-AC)
           MOVE WS-FECHA-PROCESO TO AC-FECHA-ESTADO(WS-IDX-AC)
           MOVE "ACEPTADO" TO WS-MOTIVO
           PERFORM IMPRIMIR-ACU-ENCABEZADO
           MOVE SPACES TO WS-MOTIVO
           MOVE 1 TO WS-IDX-PD
           PERFORM UNTIL WS-IDX-PD > WS-PD-COUNT
               MOVE PD-IDX-DOC(WS-IDX-PD) TO WS-IDX-BUSQ
               ADD 1 TO WS-AC-COUNT
               MOVE WS-AC-COUNT TO WS-IDX-AC
               PERFORM LIMPIAR-RENGLON-ACUERDO
               MOVE "D"                  TO AC-TIPO-REG(WS-IDX-AC)
               MOVE D-TIP(WS-IDX-BUSQ)   TO AC-TIP(WS-IDX-AC)
               MOVE D-COM(WS-IDX-BUSQ)   TO AC-COM(WS-IDX-AC)
               MOVE D-DCTO(WS-IDX-BUSQ)  TO AC-DCTO(WS-IDX-AC)
               MOVE D-FECHA(WS-IDX-BUSQ) TO AC-FECHA-VCTO(WS-IDX-AC)
               MOVE D-SALDO(WS-IDX-BUSQ) TO AC-VALOR(WS-IDX-AC)
               ADD D-SALDO(WS-IDX-BUSQ)  TO WS-TOTAL-CANCELADO
               MOVE ZERO TO D-SALDO(WS-IDX-BUSQ)
               ADD 1 TO WS-DOC-CANCELADOS
               PERFORM IMPRIMIR-DOC-CANCELADO
               ADD 1 TO WS-IDX-PD
           END-PERFORM
           COMPUTE WS-VALOR-CUOTA = WS-PN-TOTAL / WS-PN-CUOTAS
           COMPUTE WS-K = WS-PN-CUOTAS - 1
           COMPUTE WS-VALOR-ULTIMA = WS-PN-TOTAL -
                   WS-VALOR-CUOTA * WS-K
           MOVE WS-PN-FECHA-PRI TO WS-FECHA-PRI-R
           COMPUTE WS-INT-PRIMERA =
               FUNCTION INTEGER-OF-DATE(WS-PN-FECHA-PRI)
           MOVE ZERO TO WS-K
           PERFORM UNTIL WS-K >= WS-PN-CUOTAS
               PERFORM CALCULAR-VCTO-CUOTA
               COMPUTE WS-NUM-CUOTA = WS-K + 1
               ADD 1 TO WS-DOC-COUNT
               MOVE WS-PN-NIT      TO D-NIT(WS-DOC-COUNT)
               MOVE WS-PN-SUC      TO D-SUC(WS-DOC-COUNT)
               MOVE "AP"           TO D-TIP(WS-DOC-COUNT)
               MOVE WS-PN-NUMERO   TO D-COM(WS-DOC-COUNT)
               MOVE WS-NUM-CUOTA   TO D-DCTO(WS-DOC-COUNT)
               MOVE WS-FECHA-CUOTA TO D-FECHA(WS-DOC-COUNT)
               IF WS-NUM-CUOTA = WS-PN-CUOTAS
                   MOVE WS-VALOR-ULTIMA TO D-SALDO(WS-DOC-COUNT)
               ELSE
                   MOVE WS-VALOR-CUOTA  TO D-SALDO(WS-DOC-COUNT)
               END-IF
               ADD 1 TO WS-AC-COUNT
               MOVE WS-AC-COUNT TO WS-IDX-AC
               PERFORM LIMPIAR-RENGLON-ACUERDO
               MOVE "C"                   TO AC-TIPO-REG(WS-IDX-AC)
               MOVE "AP"                  TO AC-TIP(WS-IDX-AC)
               MOVE WS-PN-NUMERO          TO AC-COM(WS-IDX-AC)
               MOVE WS-NUM-CUOTA          TO AC-DCTO(WS-IDX-AC)
               MOVE WS-FECHA-CUOTA        TO AC-FECHA-VCTO(WS-IDX-AC)
               MOVE D-SALDO(WS-DOC-COUNT) TO AC-VALOR(WS-IDX-AC)
               MOVE WS-NUM-CUOTA          TO AC-CUOTAS(WS-IDX-AC)
               ADD D-SALDO(WS-DOC-COUNT)  TO WS-TOTAL-CREADO
               ADD 1 TO WS-CUO-CREADAS
               PERFORM IMPRIMIR-CUOTA-CREADA
               ADD 1 TO WS-K
           END-PERFORM
           EXIT.

       *> Deja el renglon WS-IDX-AC de la tabla de acuerdos con los
       *> datos comunes del acuerdo armado y lo demas en blanco.
       LIMPIAR-RENGLON-ACUERDO.
           MOVE SPACES           TO AC-REG(WS-IDX-AC)
           MOVE WS-PN-NUMERO     TO AC-NUMERO(WS-IDX-AC)
           MOVE WS-PN-NIT        TO AC-NIT(WS-IDX-AC)
           MOVE WS-PN-SUC        TO AC-SUC(WS-IDX-AC)
           MOVE WS-FECHA-PROCESO TO AC-FECHA(WS-IDX-AC)
           MOVE ZERO TO AC-FECHA-VCTO(WS-IDX-AC)
                        AC-VALOR(WS-IDX-AC)
                        AC-CUOTAS(WS-IDX-AC)
                        AC-FECHA-ESTADO(WS-IDX-AC)
                        AC-PAGADO(WS-IDX-AC)
           EXIT.

       *> Vencimiento de la cuota WS-K (la primera es la cero) en
       *> WS-FECHA-CUOTA: cada 7 dias, cada 15 dias o cada mes a
       *> partir del primer vencimiento.
       CALCULAR-VCTO-CUOTA.
           EVALUATE WS-PN-FRECUENCIA
               WHEN "S"
                   COMPUTE WS-DIA-INT = WS-INT-PRIMERA + 7 * WS-K
                   COMPUTE WS-FECHA-CUOTA =
                       FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               WHEN "Q"
                   COMPUTE WS-DIA-INT = WS-INT-PRIMERA + 15 * WS-K
                   COMPUTE WS-FECHA-CUOTA =
                       FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               WHEN OTHER
                   COMPUTE WS-MESES = WS-FP-MES - 1 + WS-K
                   DIVIDE WS-MESES BY 12 GIVING WS-ANOS
                       REMAINDER WS-RESTO-MES
                   COMPUTE WS-FC-ANO = WS-FP-ANO + WS-ANOS
                   COMPUTE WS-FC-MES = WS-RESTO-MES + 1
                   MOVE 1 TO WS-FC-DIA
                   PERFORM ULTIMO-DIA-MES
                   IF WS-FP-DIA < WS-FA-DIA
                       MOVE WS-FP-DIA TO WS-FC-DIA
                   ELSE
                       MOVE WS-FA-DIA TO WS-FC-DIA
                   END-IF
           END-EVALUATE
           EXIT.

       *> Ultimo dia del mes de WS-FECHA-CUOTA en WS-FA-DIA: el dia
       *> anterior al primero del mes siguiente.
       ULTIMO-DIA-MES.
           MOVE WS-FC-ANO TO WS-FA-ANO
           MOVE WS-FC-MES TO WS-FA-MES
           MOVE 1 TO WS-FA-DIA
           IF WS-FA-MES = 12
               ADD 1 TO WS-FA-ANO
               MOVE 1 TO WS-FA-MES
           ELSE
               ADD 1 TO WS-FA-MES
           END-IF
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX) - 1
           COMPUTE WS-FECHA-AUX = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           EXIT.

       IMPRIMIR-ACU-ENCABEZADO.
           MOVE SPACES TO WS-LINE
           STRING WS-PN-NUMERO "    | " WS-PN-NIT " | " WS-PN-SUC
           " | " WS-PN-CUOTAS-X "    | " WS-PN-FRECUENCIA "    | "
           WS-PN-FECHA-X "    | " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Renglon de un documento cancelado, con los dias de mora que
       *> tenia al entrar al acuerdo.
       IMPRIMIR-DOC-CANCELADO.
           MOVE ZERO TO WS-DIAS-MORA
           IF D-FECHA(WS-IDX-BUSQ) < WS-FECHA-PROCESO
               COMPUTE WS-DIAS-MORA = WS-INT-PROCESO -
                   FUNCTION INTEGER-OF-DATE(D-FECHA(WS-IDX-BUSQ))
           END-IF
           MOVE WS-DIAS-MORA TO WS-DIAS-TXT
           MOVE AC-VALOR(WS-IDX-AC) TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           STRING "          CANCELA " AC-TIP(WS-IDX-AC) " "
           AC-COM(WS-IDX-AC) " " AC-DCTO(WS-IDX-AC) " | VCTO "
           AC-FECHA-VCTO(WS-IDX-AC) " | MORA " WS-DIAS-TXT " | "
           WS-VALOR-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       IMPRIMIR-CUOTA-CREADA.
           MOVE AC-VALOR(WS-IDX-AC) TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           STRING "          CUOTA   " AC-TIP(WS-IDX-AC) " "
           AC-COM(WS-IDX-AC) " " AC-DCTO(WS-IDX-AC) " | VCTO "
           AC-FECHA-VCTO(WS-IDX-AC) " |            | " WS-VALOR-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Acuerdo rechazado: el encabezado con la causa y, debajo,
       *> cada documento con la suya si la tiene.
       IMPRIMIR-ACU-RECHAZADO.
           MOVE SPACES TO WS-LINE
           STRING WS-PN-NUMERO "    | " WS-PN-NIT " | " WS-PN-SUC
           " | " WS-PN-CUOTAS-X "    | " WS-PN-FRECUENCIA "    | "
           WS-PN-FECHA-X "    | RECHAZADO: " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE 1 TO WS-IDX-PD
           PERFORM UNTIL WS-IDX-PD > WS-PD-COUNT
               MOVE SPACES TO WS-LINE
               STRING "          DOCUMENTO " PD-TIP(WS-IDX-PD) " "
               PD-COM(WS-IDX-PD) " " PD-DCTO(WS-IDX-PD) " | "
               PD-MOTIVO(WS-IDX-PD)
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
               ADD 1 TO WS-IDX-PD
           END-PERFORM
           EXIT.

       *> La corrida queda en firme solo si DET.DET y ACUERDOS.DET
       *> cupieron completos en sus tablas: de lo contrario se
       *> perderian registros al reescribirlos y no se toca ningun
       *> archivo.
       DETERMINAR-FIRMEZA.
           IF WS-DOC-OMITIDOS = ZERO AND WS-AC-OMITIDOS = ZERO
               MOVE "S" TO WS-CORRIDA-FIRME
           ELSE
               MOVE "N" TO WS-CORRIDA-FIRME
           END-IF
           EXIT.

       *> Recorre HISTPAG.DET una sola vez y acumula sobre cada cuota
       *> (registro "C") lo pagado a su llave: las aplicaciones de
       *> PAGOS suman y las reversiones de DEVOLUC (origen "R")
       *> restan.
       CRUZAR-HISTORIA.
           OPEN INPUT HISTPAG-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL EOF-HIST = "S"
                   READ HISTPAG-FILE
                       AT END MOVE "S" TO EOF-HIST
                       NOT AT END
                           IF HIST-TIP = "AP"
                               PERFORM ACUMULAR-PAGO-CUOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTPAG-FILE
           END-IF
           EXIT.

       ACUMULAR-PAGO-CUOTA.
           MOVE 1 TO WS-IDX-AC
           PERFORM UNTIL WS-IDX-AC > WS-AC-COUNT
               IF AC-TIPO-REG(WS-IDX-AC) = "C"  AND
                  AC-NIT(WS-IDX-AC)  = HIST-NIT  AND
                  AC-SUC(WS-IDX-AC)  = HIST-SUC  AND
                  AC-COM(WS-IDX-AC)  = HIST-COM  AND
                  AC-DCTO(WS-IDX-AC) = HIST-DCTO
                   IF HIST-ORIGEN = "R"
                       SUBTRACT HIST-VALOR FROM AC-PAGADO(WS-IDX-AC)
                   ELSE
                       ADD HIST-VALOR TO AC-PAGADO(WS-IDX-AC)
                   END-IF
                   MOVE WS-AC-COUNT TO WS-IDX-AC
               END-IF
               ADD 1 TO WS-IDX-AC
           END-PERFORM
           EXIT.

       *> Seguimiento diario en ACUSEG.LST: cada acuerdo activo con
       *> sus cuotas pagadas, pendientes y vencidas segun HISTPAG.DET.
       *> Un acuerdo con una cuota vencida hace mas de WS-DIAS-GRACIA
       *> dias queda roto ("R"); uno con todas sus cuotas pagadas
       *> queda cumplido ("C"). Los dias de mora son de calendario.
       SEGUIMIENTO.
           OPEN OUTPUT SEGUIM-FILE
           MOVE WS-DIAS-GRACIA TO WS-DIAS-TXT
           MOVE SPACES TO WS-LINE
           STRING "SEGUIMIENTO DE ACUERDOS DE PAGO - FECHA: "
           WS-FECHA-PROCESO " - SE ROMPE CON UNA CUOTA DE MAS DE"
           WS-DIAS-TXT " DIAS DE MORA"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE SEG-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "ACUERDO | NIT        | SUC  | FECHA    | CUOTAS |"
           " PAGADAS | PENDIENTES | VENCIDAS | MORA MAX | "
           "        SALDO | ESTADO"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE SEG-REC FROM WS-LINE
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-AC-COUNT
               IF AC-TIPO-REG(WS-IDX) = "E"
                   EVALUATE AC-ESTADO(WS-IDX)
                       WHEN "A"
                           PERFORM SEGUIR-ACUERDO
                       WHEN "R"
                           ADD 1 TO WS-SG-ROTOS-ANT
                       WHEN OTHER
                           ADD 1 TO WS-SG-CUMPL-ANT
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM
           MOVE SPACES TO WS-LINE
           WRITE SEG-REC FROM WS-LINE
           MOVE WS-SG-SALDO-TOTAL TO WS-SG-TOTAL-TXT
           MOVE SPACES TO WS-LINE
           STRING "ACUERDOS ACTIVOS: " WS-SG-ACTIVOS
           " - SALDO PENDIENTE: " WS-SG-TOTAL-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE SEG-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "ROTOS HOY: " WS-SG-ROTOS-HOY " - CUMPLIDOS HOY: "
           WS-SG-CUMPL-HOY " - ROTOS ANTES: " WS-SG-ROTOS-ANT
           " - CUMPLIDOS ANTES: " WS-SG-CUMPL-ANT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE SEG-REC FROM WS-LINE
           IF WS-CORRIDA-FIRME = "N"
               MOVE SPACES TO WS-LINE
               STRING "AVISO: corrida no firme (ver ACUERDO.LST): los "
               "cambios de estado no quedaron grabados."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE SEG-REC FROM WS-LINE
           END-IF
           CLOSE SEGUIM-FILE
           EXIT.

       *> Sigue el acuerdo activo cuyo encabezado esta en WS-IDX: sus
       *> cuotas son los registros "C" que vienen a continuacion,
       *> hasta el siguiente encabezado.
       SEGUIR-ACUERDO.
           MOVE ZERO TO WS-SG-PAGADAS WS-SG-PENDIENTES WS-SG-VENCIDAS
                        WS-SG-MORA-MAX WS-SG-SALDO
           COMPUTE WS-IDX-AC = WS-IDX + 1
           PERFORM UNTIL WS-IDX-AC > WS-AC-COUNT
               IF AC-TIPO-REG(WS-IDX-AC) = "E"
                   MOVE WS-AC-COUNT TO WS-IDX-AC
               ELSE
                   IF AC-TIPO-REG(WS-IDX-AC) = "C"
                       PERFORM SEGUIR-CUOTA
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-AC
           END-PERFORM
           MOVE "ACTIVO" TO WS-SG-ESTADO-TXT
           IF WS-SG-MORA-MAX > WS-DIAS-GRACIA
               MOVE "R" TO AC-ESTADO(WS-IDX)
               MOVE WS-FECHA-PROCESO TO AC-FECHA-ESTADO(WS-IDX)
               MOVE "*** ROTO" TO WS-SG-ESTADO-TXT
               ADD 1 TO WS-SG-ROTOS-HOY
           ELSE
               IF WS-SG-PAGADAS = AC-CUOTAS(WS-IDX)
                   MOVE "C" TO AC-ESTADO(WS-IDX)
                   MOVE WS-FECHA-PROCESO TO AC-FECHA-ESTADO(WS-IDX)
                   MOVE "CUMPLIDO" TO WS-SG-ESTADO-TXT
                   ADD 1 TO WS-SG-CUMPL-HOY
               ELSE
                   ADD 1 TO WS-SG-ACTIVOS
                   ADD WS-SG-SALDO TO WS-SG-SALDO-TOTAL
               END-IF
           END-IF
           MOVE WS-SG-MORA-MAX TO WS-DIAS-TXT
           MOVE WS-SG-SALDO TO WS-SALDO-TXT
           MOVE SPACES TO WS-LINE
           STRING AC-NUMERO(WS-IDX) "    | " AC-NIT(WS-IDX) " | "
           AC-SUC(WS-IDX) " | " AC-FECHA(WS-IDX) " |    "
           AC-CUOTAS(WS-IDX) " |     " WS-SG-PAGADAS " |        "
           WS-SG-PENDIENTES " |      " WS-SG-VENCIDAS " |    "
           WS-DIAS-TXT " | " WS-SALDO-TXT " | " WS-SG-ESTADO-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE SEG-REC FROM WS-LINE
           COMPUTE WS-IDX-AC = WS-IDX + 1
           PERFORM UNTIL WS-IDX-AC > WS-AC-COUNT
               IF AC-TIPO-REG(WS-IDX-AC) = "E"
                   MOVE WS-AC-COUNT TO WS-IDX-AC
               ELSE
                   IF AC-TIPO-REG(WS-IDX-AC) = "C"
                       PERFORM IMPRIMIR-CUOTA-VENCIDA
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-AC
           END-PERFORM
           EXIT.

       *> Clasifica la cuota WS-IDX-AC: pagada si HISTPAG.DET cubre su
       *> valor; si no, vencida (con sus dias de mora) o pendiente.
       SEGUIR-CUOTA.
           IF AC-PAGADO(WS-IDX-AC) >= AC-VALOR(WS-IDX-AC)
               ADD 1 TO WS-SG-PAGADAS
           ELSE
               COMPUTE WS-SG-FALTA = AC-VALOR(WS-IDX-AC) -
                                     AC-PAGADO(WS-IDX-AC)
               IF WS-SG-FALTA > AC-VALOR(WS-IDX-AC)
                   MOVE AC-VALOR(WS-IDX-AC) TO WS-SG-FALTA
               END-IF
               ADD WS-SG-FALTA TO WS-SG-SALDO
               IF AC-FECHA-VCTO(WS-IDX-AC) < WS-FECHA-PROCESO
                   ADD 1 TO WS-SG-VENCIDAS
                   COMPUTE WS-DIAS-MORA = WS-INT-PROCESO -
                       FUNCTION INTEGER-OF-DATE(
                           AC-FECHA-VCTO(WS-IDX-AC))
                   IF WS-DIAS-MORA > WS-SG-MORA-MAX
                       MOVE WS-DIAS-MORA TO WS-SG-MORA-MAX
                   END-IF
               ELSE
                   ADD 1 TO WS-SG-PENDIENTES
               END-IF
           END-IF
           EXIT.

       *> Detalle de una cuota vencida sin pagar debajo del acuerdo,
       *> para que cobranzas llame por la cuota exacta.
       IMPRIMIR-CUOTA-VENCIDA.
           IF AC-PAGADO(WS-IDX-AC) < AC-VALOR(WS-IDX-AC) AND
              AC-FECHA-VCTO(WS-IDX-AC) < WS-FECHA-PROCESO
               COMPUTE WS-DIAS-MORA = WS-INT-PROCESO -
                   FUNCTION INTEGER-OF-DATE(AC-FECHA-VCTO(WS-IDX-AC))
               MOVE WS-DIAS-MORA TO WS-DIAS-TXT
               MOVE AC-VALOR(WS-IDX-AC) TO WS-VALOR-TXT
               MOVE AC-PAGADO(WS-IDX-AC) TO WS-SALDO-TXT
               MOVE SPACES TO WS-LINE
               STRING "          CUOTA VENCIDA " AC-TIP(WS-IDX-AC)
               " " AC-COM(WS-IDX-AC) " " AC-DCTO(WS-IDX-AC)
               " | VCTO " AC-FECHA-VCTO(WS-IDX-AC) " | VALOR "
               WS-VALOR-TXT " | PAGADO " WS-SALDO-TXT " | MORA "
               WS-DIAS-TXT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE SEG-REC FROM WS-LINE
           END-IF
           EXIT.

       *> Reescribe DET.DET sin los documentos cancelados y con las
       *> cuotas nuevas, igual que REESCRIBIR-DET en PAGOS.
       REESCRIBIR-DET.
           IF WS-CORRIDA-FIRME = "S" AND WS-ACU-ACEPTADOS > ZERO
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

       *> Reescribe ACUERDOS.DET completo: los acuerdos anteriores con
       *> su estado al dia y los de hoy al final. Solo si la corrida
       *> quedo en firme: con la tabla corta se perderian acuerdos.
       REESCRIBIR-ACUERDOS.
           IF WS-CORRIDA-FIRME = "S" AND WS-AC-COUNT > ZERO
               OPEN OUTPUT ACUERDOS-FILE
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-AC-COUNT
                   MOVE SPACES TO ACU-REC
                   MOVE AC-NUMERO(WS-IDX)       TO ACU-NUMERO
                   MOVE AC-TIPO-REG(WS-IDX)     TO ACU-TIPO-REG
                   MOVE AC-NIT(WS-IDX)          TO ACU-NIT
                   MOVE AC-SUC(WS-IDX)          TO ACU-SUC
                   MOVE AC-FECHA(WS-IDX)        TO ACU-FECHA
                   MOVE AC-TIP(WS-IDX)          TO ACU-TIP
                   MOVE AC-COM(WS-IDX)          TO ACU-COM
                   MOVE AC-DCTO(WS-IDX)         TO ACU-DCTO
                   MOVE AC-FECHA-VCTO(WS-IDX)   TO ACU-FECHA-VCTO
                   MOVE AC-VALOR(WS-IDX)        TO ACU-VALOR
                   MOVE AC-CUOTAS(WS-IDX)       TO ACU-CUOTAS
                   MOVE AC-FRECUENCIA(WS-IDX)   TO ACU-FRECUENCIA
                   MOVE AC-ESTADO(WS-IDX)       TO ACU-ESTADO
                   MOVE AC-FECHA-ESTADO(WS-IDX) TO ACU-FECHA-ESTADO
                   WRITE ACU-REC
                   ADD 1 TO WS-IDX
               END-PERFORM
               CLOSE ACUERDOS-FILE
           END-IF
           EXIT.

       *> Graba ACUERDO.CTL con lo cancelado y lo creado en DET.DET.
       *> En una corrida no firme DET.DET quedo intacto y los dos
       *> salen en cero.
       GRABAR-CONTROL.
           OPEN OUTPUT CTL-FILE
           MOVE SPACES TO CTL-REC
           MOVE WS-FECHA-PROCESO TO ACT-FECHA
           IF WS-CORRIDA-FIRME = "S"
               MOVE WS-TOTAL-CANCELADO TO ACT-CANCELADO
               MOVE WS-TOTAL-CREADO    TO ACT-CREADO
           ELSE
               MOVE ZERO TO ACT-CANCELADO ACT-CREADO
           END-IF
           WRITE CTL-REC
           CLOSE CTL-FILE
           EXIT.

       *> Graba ACUERDO.ASI con un asiento "AR" por documento
       *> cancelado hoy (registros "D" agregados en esta corrida).
       *> Se reescribe en cada corrida, igual que ACUERDO.CTL: en una
       *> corrida no firme queda vacio.
       GRABAR-ASIENTOS.
           OPEN OUTPUT ASIENTOS-FILE
           IF WS-CORRIDA-FIRME = "S"
               MOVE "AR" TO WS-ASI-MOV
               COMPUTE WS-IDX = WS-AC-INICIAL + 1
               PERFORM UNTIL WS-IDX > WS-AC-COUNT
                   IF AC-TIPO-REG(WS-IDX) = "D"
                       MOVE SPACES             TO ASI-REC
                       MOVE AC-NIT(WS-IDX)     TO ASI-TERCERO
                       MOVE AC-SUC(WS-IDX)     TO ASI-CCOSTO
                       MOVE AC-TIP(WS-IDX)     TO ASI-TIP
                       MOVE AC-COM(WS-IDX)     TO ASI-COM
                       MOVE AC-DCTO(WS-IDX)    TO ASI-DCTO
                       MOVE AC-VALOR(WS-IDX)   TO ASI-VALOR
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
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "REGISTROS LEIDOS DE ACUTRX.DET: " WS-TRX-LEIDAS
           " (ignorados: " WS-TRX-SUELTAS ")"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "ACUERDOS ACEPTADOS:       " WS-ACU-ACEPTADOS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "ACUERDOS RECHAZADOS:      " WS-ACU-RECHAZADOS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-TOTAL-CANCELADO TO WS-SALDO-TXT
           MOVE SPACES TO WS-LINE
           STRING "DOCUMENTOS CANCELADOS:    " WS-DOC-CANCELADOS
           " por " WS-SALDO-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-TOTAL-CREADO TO WS-SALDO-TXT
           MOVE SPACES TO WS-LINE
           STRING "CUOTAS CREADAS:           " WS-CUO-CREADAS
           " por " WS-SALDO-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-ASI-TOTAL TO WS-SALDO-TXT
           MOVE SPACES TO WS-LINE
           STRING "ASIENTOS CONTABLES (ACUERDO.ASI): " WS-ASI-COUNT
           " por " WS-SALDO-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           IF WS-ACU-ACEPTADOS > ZERO AND WS-CT-COUNT = ZERO
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
           IF WS-AC-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-AC-OMITIDOS
               " registro(s) de ACUERDOS.DET omitido(s) por exceder "
               "la capacidad maxima de la tabla (" WS-AC-MAX "). "
               "DET.DET y ACUERDOS.DET quedaron INTACTOS."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-DOC-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-DOC-OMITIDOS
               " documento(s) de DET.DET omitido(s) por exceder la "
               "capacidad maxima de la tabla (" WS-DOC-MAX "). "
               "DET.DET y ACUERDOS.DET quedaron INTACTOS."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.
