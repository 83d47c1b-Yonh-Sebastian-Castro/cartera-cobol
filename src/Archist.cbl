       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIST.                                             *> Archivo y recuperacion de historias

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "ARCHIST.DET"                    *> Tarjeta de control (accion, corte)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-NOMBRE            *> Historia vigente en proceso (xxx.DET)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NOMBRE            *> Historico de la historia (xxxaaaammdd.ARC)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT TRAB1-FILE ASSIGN TO "ARCTRAB1.WRK"                   *> Trabajo: lo que queda en la historia
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAB1-STATUS.
           SELECT TRAB2-FILE ASSIGN TO "ARCTRAB2.WRK"                   *> Trabajo: lo que va al historico
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAB2-STATUS.
           SELECT PROMESAS-FILE ASSIGN TO "PROMESAS.DET"                *> Promesas de pago que mantiene PROMESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT RES-SD-FILE ASSIGN TO "ARC.WRK".                      *> Area de trabajo del SORT de resumenes
           SELECT LISTADO-FILE ASSIGN TO "ARCHIST.LST"                  *> Listado de control del archivo
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> Tarjeta de control.
       *> CPR-ACCION: "A" (o en blanco) archiva, "R" recupera.
       *> CPR-FECHA-CORTE: al archivar, los registros con fecha
       *> anterior al corte pasan al historico; en blanco es el 1 de
       *> enero del ano anterior a la fecha de proceso. Al recuperar
       *> es el corte con que se archivo (identifica los historicos)
       *> y es obligatorio.
       *> CPR-DESDE / CPR-HASTA: al recuperar, rango de fechas de los
       *> registros que vuelven a la historia (en blanco, todos).
       *> CPR-ARCHIVO: nombre de una sola historia (HISTPAG,
       *> EMITIDOS, NCHIST, INTHIST, CASTIGADOS, LOTESAPL, RUNLOG);
       *> en blanco, todas.
       FD PARAM-FILE.
       01 PARAM-REC.
           05 CPR-ACCION         PIC X(1).
           05 CPR-FECHA-CORTE    PIC X(8).
           05 CPR-FECHA-CORTE-N REDEFINES CPR-FECHA-CORTE PIC 9(8).
           05 CPR-DESDE          PIC X(8).
           05 CPR-DESDE-N REDEFINES CPR-DESDE PIC 9(8).
           05 CPR-HASTA          PIC X(8).
           05 CPR-HASTA-N REDEFINES CPR-HASTA PIC 9(8).
           05 CPR-ARCHIVO        PIC X(10).

       *> Historia vigente, su historico y los dos archivos de
       *> trabajo se leen como renglon completo: la fecha y el valor
       *> de cada historia se toman por posicion (WS-POS-FECHA,
       *> WS-POS-VALOR), segun el trazado con que la escribe su
       *> programa dueno.
       FD HIST-FILE.
       01 HIST-REC         PIC X(100).

       FD ARCH-FILE.
       01 ARCH-REC         PIC X(100).

       FD TRAB1-FILE.
       01 TRAB1-REC        PIC X(100).

       FD TRAB2-FILE.
       01 TRAB2-REC        PIC X(100).

       *> Promesas de pago que mantiene PROMESA, con el mismo trazado
       *> con que alla se escriben. Una promesa pendiente todavia
       *> suma los pagos del NIT desde su fecha de registro.
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

       *> Renglones de resumen que se ordenan para armar los
       *> registros resumen: en INTHIST la llave del documento de
       *> origen con el interes, en HISTPAG la llave de la cuota de
       *> acuerdo (TIP "AP") con lo pagado neto de reversiones
       *> ("S" suma: pasa al historico o ya era resumen; "R" resta:
       *> vuelve a la historia); en LOTESAPL el rango de lotes
       *> desde/hasta.
       SD RES-SD-FILE.
       01 RES-SD-REC.
           05 RES-LLAVE-SD       PIC X(24).
           05 RES-DESDE-SD       PIC 9(8).
           05 RES-HASTA-SD       PIC 9(8).
           05 RES-SIGNO-SD       PIC X(1).
           05 RES-VALOR-SD       PIC S9(9)V99.

       FD LISTADO-FILE.
       01 LIST-REC         PIC X(132).

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
       01 WS-PARAM-STATUS   PIC X(2).
       01 WS-HIST-STATUS    PIC X(2).
       01 WS-ARCH-STATUS    PIC X(2).
       01 WS-TRAB1-STATUS   PIC X(2).
       01 WS-TRAB2-STATUS   PIC X(2).
       01 WS-PRM-STATUS     PIC X(2).
       *> Variables de control
       01 EOF-HIST          PIC X VALUE "N".
       01 EOF-ARCH          PIC X VALUE "N".
       01 EOF-TRAB          PIC X VALUE "N".
       01 EOF-RES           PIC X VALUE "N".
       01 EOF-PRM           PIC X VALUE "N".
       01 WS-LINE           PIC X(132).
       01 WS-FECHA-PROCESO  PIC 9(8).
       01 WS-MOTIVO         PIC X(80).
       01 WS-ARCHIST-OK     PIC X VALUE "S".

       *> Parametros de la corrida tomados de la tarjeta.
       01 WS-ACCION         PIC X(1) VALUE "A".
       01 WS-FECHA-CORTE    PIC 9(8) VALUE ZERO.
       01 WS-CORTE-MAX      PIC 9(8) VALUE ZERO.
       01 WS-REC-DESDE      PIC 9(8) VALUE ZERO.
       01 WS-REC-HASTA      PIC 9(8) VALUE 99999999.
       01 WS-SOLO-ARCHIVO   PIC X(10) VALUE SPACES.

       *> Corte que se aplica a la historia en proceso. Es el de la
       *> tarjeta, salvo en HISTPAG cuando hay promesas pendientes
       *> registradas antes: ahi se adelanta a la fecha de registro
       *> de la promesa pendiente mas vieja (WS-CORTE-PROMESAS).
       01 WS-CORTE-HIST     PIC 9(8) VALUE ZERO.
       01 WS-CORTE-PROMESAS PIC 9(8) VALUE ZERO.
       01 WS-FECHA-CALC     PIC 9(8).
       01 WS-FECHA-CALC-R REDEFINES WS-FECHA-CALC.
           05 WS-FCA-AAAA       PIC 9(4).
           05 WS-FCA-MM         PIC 9(2).
           05 WS-FCA-DD         PIC 9(2).

       *> Historia en proceso: nombre base, nombres armados de la
       *> historia vigente y del historico, posicion de la fecha y
       *> del valor en el renglon (valor en cero si la historia no
       *> tiene valor) y tipo de resumen que se deja en la historia
       *> en lugar de lo archivado: "I" interes por documento
       *> (CARGINT), "H" pagado por cuota de acuerdo (ACUERDO), "L"
       *> rangos de lotes aplicados (PAGOS), blanco ninguno.
       01 WS-BASE           PIC X(10).
       01 WS-HIST-NOMBRE    PIC X(30).
       01 WS-ARCH-NOMBRE    PIC X(30).
       01 WS-POS-FECHA      PIC 9(3).
       01 WS-POS-VALOR      PIC 9(3).
       01 WS-TIPO-RESUMEN   PIC X(1).
       01 WS-HAY-VIGENTE    PIC X VALUE "N".
       01 WS-HAY-HISTORICO  PIC X VALUE "N".
       01 WS-HUBO-CAMBIO    PIC X VALUE "N".
       01 WS-CUADRA         PIC X VALUE "S".

       *> Renglon en proceso y sus vistas para las historias que
       *> dejan registros resumen (mismo trazado de INTHIST.DET que
       *> escribe CARGINT y de HISTPAG.DET y LOTESAPL.DET que escribe
       *> PAGOS).
       01 WS-REG            PIC X(100).
       01 WS-REG-INH REDEFINES WS-REG.
           05 WS-INH-FECHA       PIC 9(8).
           05 WS-INH-LLAVE       PIC X(22).
           05 WS-INH-VALOR       PIC 9(9)V99.
           05 FILLER             PIC X(59).
       01 WS-REG-HIS REDEFINES WS-REG.
           05 WS-HIS-FECHA-APLIC PIC 9(8).
           05 WS-HIS-LLAVE.
               10 WS-HIS-NIT     PIC X(10).
               10 WS-HIS-SUC     PIC X(4).
               10 WS-HIS-TIP     PIC X(2).
               10 WS-HIS-COM     PIC X(4).
               10 WS-HIS-DCTO    PIC X(4).
           05 WS-HIS-FECHA-PAG   PIC 9(8).
           05 WS-HIS-VALOR       PIC 9(9)V99.
           05 WS-HIS-ORIGEN      PIC X(1).
           05 WS-HIS-FECHA-VCTO  PIC 9(8).
           05 FILLER             PIC X(40).
       01 WS-REG-LOTE REDEFINES WS-REG.
           05 WS-LOT-NUM         PIC 9(8).
           05 WS-LOT-FECHA       PIC 9(8).
           05 WS-LOT-HASTA       PIC 9(8).
           05 FILLER             PIC X(76).
       01 WS-FECHA-REG-X    PIC X(8).
       01 WS-FECHA-REG REDEFINES WS-FECHA-REG-X PIC 9(8).
       01 WS-VALOR-REG-X    PIC X(11).
       01 WS-VALOR-REG-N REDEFINES WS-VALOR-REG-X PIC 9(9)V99.
       01 WS-VALOR-REG      PIC 9(9)V99.
       01 WS-ES-RESUMEN     PIC X VALUE "N".

       *> Si el renglon entra en un resumen (WS-APORTA-RES) y con que
       *> valor (WS-VALOR-RES): en INTHIST el interes; en HISTPAG
       *> solo las cuotas de acuerdo, con las reversiones en negativo;
       *> en LOTESAPL sin valor.
       01 WS-APORTA-RES     PIC X VALUE "N".
       01 WS-VALOR-RES      PIC S9(9)V99.

       *> Resumen en armado a partir de los renglones ordenados.
       01 WS-HAY-RES        PIC X VALUE "N".
       01 WS-RES-LLAVE      PIC X(24).
       01 WS-RES-NETO       PIC S9(11)V99.
       01 WS-RES-DESDE      PIC 9(8).
       01 WS-RES-HASTA      PIC 9(8).
       01 WS-RES-SIGUIENTE  PIC 9(9).
       01 WS-LOTES-RANGO    PIC 9(9).

       *> Conteos y totales de la historia en proceso:
       *> ANT la historia vigente antes de la corrida, ARC lo que pasa
       *> al historico (o vuelve de el al recuperar), CON el detalle
       *> que se queda en la historia, RAN los resumenes que habia,
       *> RNU los resumenes que quedan, FAL el interes recuperado que
       *> no tenia resumen que rebajar, AAN y ADE el historico antes
       *> y despues, DES la historia vigente despues (releida). Los
       *> -RES son los mismos con el valor de resumen, con signo.
       01 WS-ANT-REG        PIC 9(8).
       01 WS-ANT-VALOR      PIC 9(11)V99.
       01 WS-ARC-REG        PIC 9(8).
       01 WS-ARC-VALOR      PIC 9(11)V99.
       01 WS-CON-REG        PIC 9(8).
       01 WS-CON-VALOR      PIC 9(11)V99.
       01 WS-RAN-REG        PIC 9(8).
       01 WS-RAN-VALOR      PIC 9(11)V99.
       01 WS-RNU-REG        PIC 9(8).
       01 WS-RNU-VALOR      PIC 9(11)V99.
       01 WS-FAL-REG        PIC 9(8).
       01 WS-FAL-VALOR      PIC 9(11)V99.
       01 WS-AAN-REG        PIC 9(8).
       01 WS-AAN-VALOR      PIC 9(11)V99.
       01 WS-ADE-REG        PIC 9(8).
       01 WS-ADE-VALOR      PIC 9(11)V99.
       01 WS-DES-REG        PIC 9(8).
       01 WS-DES-VALOR      PIC 9(11)V99.
       01 WS-ARC-RES        PIC S9(11)V99.
       01 WS-RAN-RES        PIC S9(11)V99.
       01 WS-RNU-RES        PIC S9(11)V99.
       01 WS-CHK-RES        PIC S9(12)V99.
       01 WS-CHK2-RES       PIC S9(12)V99.
       01 WS-LOTES-CUBIERTOS PIC 9(9).
       01 WS-CNT-REG        PIC 9(8).
       01 WS-CNT-VALOR      PIC 9(11)V99.
       01 WS-CHK-REG        PIC 9(9).
       01 WS-CHK-VALOR      PIC 9(12)V99.
       01 WS-CHK2-REG       PIC 9(9).
       01 WS-CHK2-VALOR     PIC 9(12)V99.

       *> Renglon de conteo del listado.
       01 WS-ETIQUETA       PIC X(36).
       01 WS-REG-TXT        PIC Z(7)9.
       01 WS-VALOR-TXT      PIC Z(10)9.99.
       01 WS-LOTES-TXT      PIC Z(8)9.

       *> Totales de la corrida.
       01 WS-TOT-HISTORIAS  PIC 9(4) VALUE ZERO.
       01 WS-TOT-CAMBIADAS  PIC 9(4) VALUE ZERO.
       01 WS-TOT-NO-CUADRA  PIC 9(4) VALUE ZERO.
       01 WS-TOT-FALTANTES  PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM LEER-CONTROL
           PERFORM ABRIR-LISTADO
           IF WS-ARCHIST-OK = "S"
               PERFORM BUSCAR-PROMESAS-PENDIENTES
               PERFORM PROCESAR-HISTORIAS
           END-IF
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
               DISPLAY "ARCHIST: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "ARCHIST: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       *> Lee y valida la tarjeta de control. El primer motivo de
       *> rechazo queda en WS-MOTIVO y la corrida no toca ninguna
       *> historia. El corte mas reciente permitido es el primer dia
       *> del mes anterior al de la fecha de proceso: el mes en curso
       *> y el anterior (los que todavia reportan EXTRACTO, CIERRE y
       *> PRODCOB) no se archivan nunca. Lo que ACUERDO necesita de
       *> mas atras (lo pagado a cada cuota) queda en los resumenes
       *> de HISTPAG, y lo que necesitan las promesas pendientes lo
       *> protege WS-CORTE-PROMESAS.
       LEER-CONTROL.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC
           IF WS-FCA-MM = 1
               SUBTRACT 1 FROM WS-FCA-AAAA
               MOVE 12 TO WS-FCA-MM
           ELSE
               SUBTRACT 1 FROM WS-FCA-MM
           END-IF
           MOVE 1 TO WS-FCA-DD
           MOVE WS-FECHA-CALC TO WS-CORTE-MAX
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM TOMAR-CONTROL
               END-READ
               CLOSE PARAM-FILE
           END-IF
           IF WS-ARCHIST-OK = "S" AND WS-ACCION = "A" AND
              WS-FECHA-CORTE = ZERO
               MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC
               SUBTRACT 1 FROM WS-FCA-AAAA
               MOVE 1 TO WS-FCA-MM
               MOVE 1 TO WS-FCA-DD
               MOVE WS-FECHA-CALC TO WS-FECHA-CORTE
           END-IF
           IF WS-ARCHIST-OK = "S" AND WS-ACCION = "R" AND
              WS-FECHA-CORTE = ZERO
               MOVE "N" TO WS-ARCHIST-OK
               MOVE "la recuperacion requiere el corte del historico."
                   TO WS-MOTIVO
           END-IF
           IF WS-ARCHIST-OK = "S" AND WS-ACCION = "A" AND
              WS-FECHA-CORTE > WS-CORTE-MAX
               MOVE "N" TO WS-ARCHIST-OK
               STRING "corte posterior a " WS-CORTE-MAX
               ": el mes en curso y el anterior no se archivan."
                   DELIMITED BY SIZE INTO WS-MOTIVO
               END-STRING
           END-IF
           EXIT.

       *> Toma los campos de la tarjeta leida.
       TOMAR-CONTROL.
           IF CPR-ACCION NOT = SPACE
               MOVE CPR-ACCION TO WS-ACCION
           END-IF
           IF WS-ACCION NOT = "A" AND WS-ACCION NOT = "R"
               MOVE "N" TO WS-ARCHIST-OK
               MOVE "accion invalida en ARCHIST.DET (A o R)."
                   TO WS-MOTIVO
           END-IF
           IF CPR-FECHA-CORTE NOT = SPACES
               IF CPR-FECHA-CORTE IS NUMERIC
                   MOVE CPR-FECHA-CORTE-N TO WS-FECHA-CORTE
                   MOVE WS-FECHA-CORTE TO WS-FECHA-CALC
               ELSE
                   MOVE ZERO TO WS-FECHA-CALC
               END-IF
               IF WS-FCA-MM < 1 OR WS-FCA-MM > 12 OR
                  WS-FCA-DD < 1 OR WS-FCA-DD > 31
                   MOVE "N" TO WS-ARCHIST-OK
                   MOVE "fecha de corte invalida en ARCHIST.DET."
                       TO WS-MOTIVO
               END-IF
           END-IF
           IF CPR-DESDE NOT = SPACES
               IF CPR-DESDE IS NUMERIC
                   MOVE CPR-DESDE-N TO WS-REC-DESDE
               ELSE
                   MOVE "N" TO WS-ARCHIST-OK
                   MOVE "fecha desde invalida en ARCHIST.DET."
                       TO WS-MOTIVO
               END-IF
           END-IF
           IF CPR-HASTA NOT = SPACES
               IF CPR-HASTA IS NUMERIC
                   MOVE CPR-HASTA-N TO WS-REC-HASTA
               ELSE
                   MOVE "N" TO WS-ARCHIST-OK
                   MOVE "fecha hasta invalida en ARCHIST.DET."
                       TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-REC-DESDE > WS-REC-HASTA
               MOVE "N" TO WS-ARCHIST-OK
               MOVE "fecha desde posterior a la fecha hasta."
                   TO WS-MOTIVO
           END-IF
           MOVE CPR-ARCHIVO TO WS-SOLO-ARCHIVO
           IF WS-SOLO-ARCHIVO NOT = SPACES AND
              WS-SOLO-ARCHIVO NOT = "HISTPAG" AND
              WS-SOLO-ARCHIVO NOT = "EMITIDOS" AND
              WS-SOLO-ARCHIVO NOT = "NCHIST" AND
              WS-SOLO-ARCHIVO NOT = "INTHIST" AND
              WS-SOLO-ARCHIVO NOT = "CASTIGADOS" AND
              WS-SOLO-ARCHIVO NOT = "LOTESAPL" AND
              WS-SOLO-ARCHIVO NOT = "RUNLOG"
               MOVE "N" TO WS-ARCHIST-OK
               STRING "historia " WS-SOLO-ARCHIVO
               " no se archiva con ARCHIST."
                   DELIMITED BY SIZE INTO WS-MOTIVO
               END-STRING
           END-IF
           EXIT.

       ABRIR-LISTADO.
           OPEN OUTPUT LISTADO-FILE
           MOVE SPACES TO WS-LINE
           IF WS-ACCION = "R"
               STRING "ARCHIVO DE HISTORIAS - RECUPERACION DEL CORTE "
               WS-FECHA-CORTE " - FECHA DE PROCESO: " WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               STRING "ARCHIVO DE HISTORIAS - REGISTROS ANTERIORES AL "
               WS-FECHA-CORTE " - FECHA DE PROCESO: " WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF
           WRITE LIST-REC FROM WS-LINE
           IF WS-ACCION = "R"
               MOVE SPACES TO WS-LINE
               STRING "REGISTROS CON FECHA DESDE " WS-REC-DESDE
               " HASTA " WS-REC-HASTA
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.

       *> PROMESA evalua cada promesa pendiente con los pagos del NIT
       *> desde su fecha de registro: HISTPAG no se archiva desde la
       *> fecha de registro de la promesa pendiente mas vieja (un
       *> pago nunca se aplica antes de su fecha de pago). Sin
       *> promesas pendientes, el corte de HISTPAG es el de la
       *> tarjeta.
       BUSCAR-PROMESAS-PENDIENTES.
           MOVE WS-FECHA-CORTE TO WS-CORTE-PROMESAS
           OPEN INPUT PROMESAS-FILE
           IF WS-PRM-STATUS = "00"
               PERFORM UNTIL EOF-PRM = "S"
                   READ PROMESAS-FILE
                       AT END MOVE "S" TO EOF-PRM
                       NOT AT END
                           IF PRM-ESTADO = "P" AND
                              PRM-FECHA-REG < WS-CORTE-PROMESAS
                               MOVE PRM-FECHA-REG TO WS-CORTE-PROMESAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMESAS-FILE
           END-IF
           EXIT.

       *> Las siete historias que solo crecen, con la posicion de su
       *> fecha y de su valor en el renglon.
       PROCESAR-HISTORIAS.
           MOVE "HISTPAG"    TO WS-BASE
           MOVE 1            TO WS-POS-FECHA
           MOVE 41           TO WS-POS-VALOR
           MOVE "H"          TO WS-TIPO-RESUMEN
           PERFORM PROCESAR-UNA-HISTORIA
           MOVE "EMITIDOS"   TO WS-BASE
           MOVE 1            TO WS-POS-FECHA
           MOVE 41           TO WS-POS-VALOR
           MOVE SPACE        TO WS-TIPO-RESUMEN
           PERFORM PROCESAR-UNA-HISTORIA
           MOVE "NCHIST"     TO WS-BASE
           MOVE 1            TO WS-POS-FECHA
           MOVE 33           TO WS-POS-VALOR
           MOVE SPACE        TO WS-TIPO-RESUMEN
           PERFORM PROCESAR-UNA-HISTORIA
           MOVE "INTHIST"    TO WS-BASE
           MOVE 1            TO WS-POS-FECHA
           MOVE 31           TO WS-POS-VALOR
           MOVE "I"          TO WS-TIPO-RESUMEN
           PERFORM PROCESAR-UNA-HISTORIA
           MOVE "CASTIGADOS" TO WS-BASE
           MOVE 1            TO WS-POS-FECHA
           MOVE 33           TO WS-POS-VALOR
           MOVE SPACE        TO WS-TIPO-RESUMEN
           PERFORM PROCESAR-UNA-HISTORIA
           MOVE "LOTESAPL"   TO WS-BASE
           MOVE 9            TO WS-POS-FECHA
           MOVE ZERO         TO WS-POS-VALOR
           MOVE "L"          TO WS-TIPO-RESUMEN
           PERFORM PROCESAR-UNA-HISTORIA
           MOVE "RUNLOG"     TO WS-BASE
           MOVE 2            TO WS-POS-FECHA
           MOVE 74           TO WS-POS-VALOR
           MOVE SPACE        TO WS-TIPO-RESUMEN
           PERFORM PROCESAR-UNA-HISTORIA
           EXIT.

       *> Archiva o recupera la historia de WS-BASE (si la tarjeta no
       *> pide otra), la verifica y escribe su bloque del listado.
       PROCESAR-UNA-HISTORIA.
           IF WS-SOLO-ARCHIVO = SPACES OR WS-SOLO-ARCHIVO = WS-BASE
               ADD 1 TO WS-TOT-HISTORIAS
               MOVE SPACES TO WS-HIST-NOMBRE WS-ARCH-NOMBRE
               STRING WS-BASE DELIMITED BY SPACE
                      ".DET" DELIMITED BY SIZE
                   INTO WS-HIST-NOMBRE
               END-STRING
               STRING WS-BASE DELIMITED BY SPACE
                      WS-FECHA-CORTE ".ARC" DELIMITED BY SIZE
                   INTO WS-ARCH-NOMBRE
               END-STRING
               MOVE ZERO TO WS-ANT-REG WS-ANT-VALOR WS-ARC-REG
                            WS-ARC-VALOR WS-CON-REG WS-CON-VALOR
                            WS-RAN-REG WS-RAN-VALOR WS-RNU-REG
                            WS-RNU-VALOR WS-FAL-REG WS-FAL-VALOR
                            WS-AAN-REG WS-AAN-VALOR WS-ADE-REG
                            WS-ADE-VALOR WS-DES-REG WS-DES-VALOR
                            WS-ARC-RES WS-RAN-RES WS-RNU-RES
                            WS-LOTES-CUBIERTOS
               MOVE WS-FECHA-CORTE TO WS-CORTE-HIST
               IF WS-BASE = "HISTPAG"
                   MOVE WS-CORTE-PROMESAS TO WS-CORTE-HIST
               END-IF
               MOVE "N" TO WS-HUBO-CAMBIO
               MOVE "S" TO WS-CUADRA
               IF WS-ACCION = "A"
                   PERFORM ARCHIVAR-HISTORIA
               ELSE
                   PERFORM RECUPERAR-HISTORIA
               END-IF
               IF WS-HUBO-CAMBIO = "S"
                   ADD 1 TO WS-TOT-CAMBIADAS
                   PERFORM CONTAR-VIGENTE
                   MOVE WS-CNT-REG   TO WS-DES-REG
                   MOVE WS-CNT-VALOR TO WS-DES-VALOR
                   PERFORM CONTAR-HISTORICO
                   MOVE WS-CNT-REG   TO WS-ADE-REG
                   MOVE WS-CNT-VALOR TO WS-ADE-VALOR
                   PERFORM VERIFICAR-HISTORIA
               END-IF
               PERFORM IMPRIMIR-HISTORIA
           END-IF
           EXIT.

       *> Archivo: separa la historia vigente en lo que se queda
       *> (ARCTRAB1.WRK) y lo anterior al corte (ARCTRAB2.WRK); los
       *> resumenes salen del SORT y la historia se rearma al final.
       ARCHIVAR-HISTORIA.
           PERFORM CONTAR-HISTORICO
           MOVE WS-CNT-REG   TO WS-AAN-REG
           MOVE WS-CNT-VALOR TO WS-AAN-VALOR
           SORT RES-SD-FILE
               ON ASCENDING KEY RES-LLAVE-SD RES-DESDE-SD
               INPUT PROCEDURE IS SEPARAR-VIGENTE
               OUTPUT PROCEDURE IS REARMAR-ARCHIVADA
           EXIT.

       SEPARAR-VIGENTE.
           OPEN OUTPUT TRAB1-FILE
           OPEN OUTPUT TRAB2-FILE
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               MOVE "S" TO WS-HAY-VIGENTE
               MOVE "N" TO EOF-HIST
               PERFORM UNTIL EOF-HIST = "S"
                   READ HIST-FILE INTO WS-REG
                       AT END MOVE "S" TO EOF-HIST
                       NOT AT END
                           PERFORM CLASIFICAR-VIGENTE
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           ELSE
               MOVE "N" TO WS-HAY-VIGENTE
           END-IF
           CLOSE TRAB1-FILE
           CLOSE TRAB2-FILE.

       *> Un renglon de la historia vigente: los resumenes que dejo
       *> un archivo anterior se absorben en los nuevos, lo anterior
       *> al corte va al historico y el resto se queda.
       CLASIFICAR-VIGENTE.
           ADD 1 TO WS-ANT-REG
           PERFORM TOMAR-FECHA-VALOR
           ADD WS-VALOR-REG TO WS-ANT-VALOR
           EVALUATE TRUE
               WHEN WS-ES-RESUMEN = "S"
                   ADD 1 TO WS-RAN-REG
                   ADD WS-VALOR-REG TO WS-RAN-VALOR
                   ADD WS-VALOR-RES TO WS-RAN-RES
                   MOVE "S" TO RES-SIGNO-SD
                   PERFORM SOLTAR-RESUMEN
               WHEN WS-FECHA-REG < WS-CORTE-HIST
                   ADD 1 TO WS-ARC-REG
                   ADD WS-VALOR-REG TO WS-ARC-VALOR
                   WRITE TRAB2-REC FROM WS-REG
                   IF WS-APORTA-RES = "S"
                       ADD WS-VALOR-RES TO WS-ARC-RES
                       MOVE "S" TO RES-SIGNO-SD
                       PERFORM SOLTAR-RESUMEN
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CON-REG
                   ADD WS-VALOR-REG TO WS-CON-VALOR
                   WRITE TRAB1-REC FROM WS-REG
           END-EVALUATE
           EXIT.

       *> Con algo que archivar: agrega lo anterior al corte al
       *> historico (la primera vez lo crea) y reescribe la historia
       *> vigente con los resumenes adelante y luego lo conservado.
       *> Sin nada anterior al corte la historia no se toca.
       REARMAR-ARCHIVADA.
           IF WS-ARC-REG > ZERO
               MOVE "S" TO WS-HUBO-CAMBIO
               OPEN EXTEND ARCH-FILE
               IF WS-ARCH-STATUS = "35"
                   OPEN OUTPUT ARCH-FILE
               END-IF
               PERFORM COPIAR-TRABAJO2
               CLOSE ARCH-FILE
               OPEN OUTPUT HIST-FILE
               PERFORM GRABAR-RESUMENES
               PERFORM COPIAR-TRABAJO1
               CLOSE HIST-FILE
           END-IF.

       *> Recuperacion: los registros del historico con fecha en el
       *> rango vuelven a la historia (adelante, por ser los mas
       *> viejos) y el historico queda con el resto. En INTHIST el
       *> interes recuperado se rebaja del resumen de su documento
       *> para que CARGINT no lo cuente dos veces, y en HISTPAG lo
       *> pagado a una cuota de acuerdo del resumen de la cuota, para
       *> que ACUERDO tampoco lo cuente dos veces. En LOTESAPL los
       *> rangos resumen se dejan como estan: siguen cubriendo los
       *> lotes recuperados y un archivo posterior los vuelve a unir.
       RECUPERAR-HISTORIA.
           SORT RES-SD-FILE
               ON ASCENDING KEY RES-LLAVE-SD RES-DESDE-SD
               INPUT PROCEDURE IS SEPARAR-HISTORICO
               OUTPUT PROCEDURE IS REARMAR-RECUPERADA
           EXIT.

       SEPARAR-HISTORICO.
           OPEN OUTPUT TRAB1-FILE
           OPEN OUTPUT TRAB2-FILE
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS = "00"
               MOVE "S" TO WS-HAY-HISTORICO
               MOVE "N" TO EOF-ARCH
               PERFORM UNTIL EOF-ARCH = "S"
                   READ ARCH-FILE INTO WS-REG
                       AT END MOVE "S" TO EOF-ARCH
                       NOT AT END
                           PERFORM CLASIFICAR-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           ELSE
               MOVE "N" TO WS-HAY-HISTORICO
           END-IF
           IF WS-ARC-REG > ZERO
               OPEN INPUT HIST-FILE
               IF WS-HIST-STATUS = "00"
                   MOVE "S" TO WS-HAY-VIGENTE
                   MOVE "N" TO EOF-HIST
                   PERFORM UNTIL EOF-HIST = "S"
                       READ HIST-FILE INTO WS-REG
                           AT END MOVE "S" TO EOF-HIST
                           NOT AT END
                               PERFORM CLASIFICAR-RECUPERADA
                       END-READ
                   END-PERFORM
                   CLOSE HIST-FILE
               ELSE
                   MOVE "N" TO WS-HAY-VIGENTE
               END-IF
           END-IF
           CLOSE TRAB1-FILE
           CLOSE TRAB2-FILE.

       *> Un renglon del historico: dentro del rango vuelve a la
       *> historia, fuera del rango se queda en el historico.
       CLASIFICAR-HISTORICO.
           ADD 1 TO WS-AAN-REG
           PERFORM TOMAR-FECHA-VALOR
           ADD WS-VALOR-REG TO WS-AAN-VALOR
           IF WS-FECHA-REG >= WS-REC-DESDE AND
              WS-FECHA-REG <= WS-REC-HASTA
               ADD 1 TO WS-ARC-REG
               ADD WS-VALOR-REG TO WS-ARC-VALOR
               WRITE TRAB1-REC FROM WS-REG
               IF WS-TIPO-RESUMEN NOT = "L" AND WS-APORTA-RES = "S"
                   ADD WS-VALOR-RES TO WS-ARC-RES
                   MOVE "R" TO RES-SIGNO-SD
                   PERFORM SOLTAR-RESUMEN
               END-IF
           ELSE
               WRITE TRAB2-REC FROM WS-REG
           END-IF
           EXIT.

       *> Un renglon de la historia vigente al recuperar: los
       *> resumenes de INTHIST y HISTPAG pasan por el SORT para
       *> rebajarles lo recuperado; todo lo demas se queda igual.
       CLASIFICAR-RECUPERADA.
           ADD 1 TO WS-ANT-REG
           PERFORM TOMAR-FECHA-VALOR
           ADD WS-VALOR-REG TO WS-ANT-VALOR
           IF WS-TIPO-RESUMEN NOT = "L" AND WS-ES-RESUMEN = "S"
               ADD 1 TO WS-RAN-REG
               ADD WS-VALOR-REG TO WS-RAN-VALOR
               ADD WS-VALOR-RES TO WS-RAN-RES
               MOVE "S" TO RES-SIGNO-SD
               PERFORM SOLTAR-RESUMEN
           ELSE
               ADD 1 TO WS-CON-REG
               ADD WS-VALOR-REG TO WS-CON-VALOR
               WRITE TRAB1-REC FROM WS-REG
           END-IF
           EXIT.

       *> Con algo recuperado: la historia se reescribe con los
       *> resumenes rebajados, lo recuperado y lo que ya tenia, y el
       *> historico con lo que no se recupero.
       REARMAR-RECUPERADA.
           IF WS-ARC-REG > ZERO
               MOVE "S" TO WS-HUBO-CAMBIO
               OPEN OUTPUT HIST-FILE
               PERFORM GRABAR-RESUMENES
               PERFORM COPIAR-TRABAJO1
               CLOSE HIST-FILE
               OPEN OUTPUT ARCH-FILE
               PERFORM COPIAR-TRABAJO2
               CLOSE ARCH-FILE
           END-IF.

       *> Fecha y valor del renglon en WS-REG segun la historia en
       *> proceso. Una fecha ilegible se toma como la mas alta (el
       *> renglon nunca se archiva); un valor ilegible cuenta cero.
       *> Es resumen el renglon con fecha en cero de una historia
       *> que deja resumenes, si es de los que entran en un resumen.
       TOMAR-FECHA-VALOR.
           MOVE WS-REG(WS-POS-FECHA:8) TO WS-FECHA-REG-X
           IF WS-FECHA-REG-X IS NOT NUMERIC
               MOVE "99999999" TO WS-FECHA-REG-X
           END-IF
           MOVE ZERO TO WS-VALOR-REG
           IF WS-POS-VALOR > ZERO
               MOVE WS-REG(WS-POS-VALOR:11) TO WS-VALOR-REG-X
               IF WS-VALOR-REG-X IS NUMERIC
                   MOVE WS-VALOR-REG-N TO WS-VALOR-REG
               END-IF
           END-IF
           MOVE "N" TO WS-APORTA-RES
           MOVE ZERO TO WS-VALOR-RES
           EVALUATE WS-TIPO-RESUMEN
               WHEN "I"
                   MOVE "S" TO WS-APORTA-RES
                   MOVE WS-VALOR-REG TO WS-VALOR-RES
               WHEN "L"
                   MOVE "S" TO WS-APORTA-RES
               WHEN "H"
                   IF WS-HIS-TIP = "AP"
                       MOVE "S" TO WS-APORTA-RES
                       IF WS-HIS-ORIGEN = "R"
                           COMPUTE WS-VALOR-RES = ZERO - WS-VALOR-REG
                       ELSE
                           MOVE WS-VALOR-REG TO WS-VALOR-RES
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-APORTA-RES = "S" AND WS-FECHA-REG = ZERO
               MOVE "S" TO WS-ES-RESUMEN
           ELSE
               MOVE "N" TO WS-ES-RESUMEN
           END-IF
           EXIT.

       *> Pasa al SORT el renglon en WS-REG como parte de un
       *> resumen (RES-SIGNO-SD ya viene puesto): en INTHIST la llave
       *> y el interes, en HISTPAG la llave de la cuota y lo pagado
       *> (negativo si es reversion), en LOTESAPL el rango de lotes
       *> que cubre (un lote suelto es un rango de uno).
       SOLTAR-RESUMEN.
           IF WS-TIPO-RESUMEN = "I" OR WS-TIPO-RESUMEN = "H"
               IF WS-TIPO-RESUMEN = "I"
                   MOVE WS-INH-LLAVE TO RES-LLAVE-SD
               ELSE
                   MOVE WS-HIS-LLAVE TO RES-LLAVE-SD
               END-IF
               MOVE ZERO         TO RES-DESDE-SD RES-HASTA-SD
               MOVE WS-VALOR-RES TO RES-VALOR-SD
           ELSE
               MOVE SPACES     TO RES-LLAVE-SD
               MOVE WS-LOT-NUM TO RES-DESDE-SD RES-HASTA-SD
               IF WS-ES-RESUMEN = "S" AND
                  WS-LOT-HASTA IS NUMERIC
                   IF WS-LOT-HASTA > WS-LOT-NUM
                       MOVE WS-LOT-HASTA TO RES-HASTA-SD
                   END-IF
               END-IF
               MOVE ZERO TO RES-VALOR-SD
           END-IF
           RELEASE RES-SD-REC
           EXIT.

       *> Lee los renglones ordenados del SORT y graba los registros
       *> resumen en la historia vigente.
       GRABAR-RESUMENES.
           MOVE "N" TO WS-HAY-RES
           MOVE "N" TO EOF-RES
           PERFORM UNTIL EOF-RES = "S"
               RETURN RES-SD-FILE
                   AT END MOVE "S" TO EOF-RES
                   NOT AT END PERFORM TOMAR-RENGLON-RESUMEN
               END-RETURN
           END-PERFORM
           IF WS-HAY-RES = "S"
               PERFORM CERRAR-RESUMEN
           END-IF
           EXIT.

       *> INTHIST y HISTPAG: un resumen por llave, con lo que suma
       *> menos lo que resta. LOTESAPL: los rangos que se tocan o se
       *> montan se unen en uno solo.
       TOMAR-RENGLON-RESUMEN.
           IF WS-TIPO-RESUMEN = "I" OR WS-TIPO-RESUMEN = "H"
               IF WS-HAY-RES = "S" AND RES-LLAVE-SD NOT = WS-RES-LLAVE
                   PERFORM CERRAR-RESUMEN
               END-IF
               IF WS-HAY-RES = "N"
                   MOVE "S" TO WS-HAY-RES
                   MOVE RES-LLAVE-SD TO WS-RES-LLAVE
                   MOVE ZERO TO WS-RES-NETO
               END-IF
               IF RES-SIGNO-SD = "R"
                   SUBTRACT RES-VALOR-SD FROM WS-RES-NETO
               ELSE
                   ADD RES-VALOR-SD TO WS-RES-NETO
               END-IF
           ELSE
               IF WS-HAY-RES = "S"
                   COMPUTE WS-RES-SIGUIENTE = WS-RES-HASTA + 1
                   IF RES-DESDE-SD > WS-RES-SIGUIENTE
                       PERFORM CERRAR-RESUMEN
                   END-IF
               END-IF
               IF WS-HAY-RES = "N"
                   MOVE "S" TO WS-HAY-RES
                   MOVE RES-DESDE-SD TO WS-RES-DESDE
                   MOVE RES-HASTA-SD TO WS-RES-HASTA
               ELSE
                   IF RES-HASTA-SD > WS-RES-HASTA
                       MOVE RES-HASTA-SD TO WS-RES-HASTA
                   END-IF
               END-IF
           END-IF
           EXIT.

       *> Graba el resumen armado con fecha en cero, que EXTRACTO,
       *> CIERRE y PRODCOB nunca toman como de un periodo. Un interes
       *> neto negativo (se recupero mas de lo que el resumen tenia)
       *> no deja resumen y se reporta como faltante. En HISTPAG el
       *> resumen de la cuota lleva fecha de pago en cero (PROMESA y
       *> DEVOLUC no lo cruzan con ningun pago) y origen "P", o "R"
       *> si lo neto es una reversion, como lo suma ACUERDO.
       CERRAR-RESUMEN.
           MOVE SPACES TO WS-REG
           EVALUATE WS-TIPO-RESUMEN
               WHEN "I"
                   IF WS-RES-NETO > ZERO
                       MOVE ZERO         TO WS-INH-FECHA
                       MOVE WS-RES-LLAVE TO WS-INH-LLAVE
                       MOVE WS-RES-NETO  TO WS-INH-VALOR
                       WRITE HIST-REC FROM WS-REG
                       ADD 1 TO WS-RNU-REG
                       ADD WS-RES-NETO TO WS-RNU-VALOR WS-RNU-RES
                   ELSE
                       IF WS-RES-NETO < ZERO
                           ADD 1 TO WS-FAL-REG
                           SUBTRACT WS-RES-NETO FROM WS-FAL-VALOR
                       END-IF
                   END-IF
               WHEN "H"
                   IF WS-RES-NETO NOT = ZERO
                       MOVE ZERO         TO WS-HIS-FECHA-APLIC
                       MOVE WS-RES-LLAVE TO WS-HIS-LLAVE
                       MOVE ZERO         TO WS-HIS-FECHA-PAG
                       MOVE ZERO         TO WS-HIS-FECHA-VCTO
                       IF WS-RES-NETO > ZERO
                           MOVE WS-RES-NETO TO WS-HIS-VALOR
                           MOVE "P" TO WS-HIS-ORIGEN
                       ELSE
                           COMPUTE WS-HIS-VALOR = ZERO - WS-RES-NETO
                           MOVE "R" TO WS-HIS-ORIGEN
                       END-IF
                       WRITE HIST-REC FROM WS-REG
                       ADD 1 TO WS-RNU-REG
                       ADD WS-HIS-VALOR TO WS-RNU-VALOR
                       ADD WS-RES-NETO TO WS-RNU-RES
                   END-IF
               WHEN OTHER
                   MOVE WS-RES-DESDE TO WS-LOT-NUM
                   MOVE ZERO         TO WS-LOT-FECHA
                   MOVE WS-RES-HASTA TO WS-LOT-HASTA
                   WRITE HIST-REC FROM WS-REG
                   ADD 1 TO WS-RNU-REG
                   COMPUTE WS-LOTES-RANGO = WS-RES-HASTA - WS-RES-DESDE
                   ADD 1 TO WS-LOTES-RANGO
                   ADD WS-LOTES-RANGO TO WS-LOTES-CUBIERTOS
           END-EVALUATE
           MOVE "N" TO WS-HAY-RES
           EXIT.

       *> Copia ARCTRAB1.WRK a la historia vigente (ya abierta).
       COPIAR-TRABAJO1.
           OPEN INPUT TRAB1-FILE
           MOVE "N" TO EOF-TRAB
           PERFORM UNTIL EOF-TRAB = "S"
               READ TRAB1-FILE
                   AT END MOVE "S" TO EOF-TRAB
                   NOT AT END
                       WRITE HIST-REC FROM TRAB1-REC
               END-READ
           END-PERFORM
           CLOSE TRAB1-FILE
           EXIT.

       *> Copia ARCTRAB2.WRK al historico (ya abierto).
       COPIAR-TRABAJO2.
           OPEN INPUT TRAB2-FILE
           MOVE "N" TO EOF-TRAB
           PERFORM UNTIL EOF-TRAB = "S"
               READ TRAB2-FILE
                   AT END MOVE "S" TO EOF-TRAB
                   NOT AT END
                       WRITE ARCH-REC FROM TRAB2-REC
               END-READ
           END-PERFORM
           CLOSE TRAB2-FILE
           EXIT.

       *> Relee la historia vigente: registros y valor en WS-CNT-*.
       CONTAR-VIGENTE.
           MOVE ZERO TO WS-CNT-REG WS-CNT-VALOR
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               MOVE "N" TO EOF-HIST
               PERFORM UNTIL EOF-HIST = "S"
                   READ HIST-FILE INTO WS-REG
                       AT END MOVE "S" TO EOF-HIST
                       NOT AT END
                           ADD 1 TO WS-CNT-REG
                           PERFORM TOMAR-FECHA-VALOR
                           ADD WS-VALOR-REG TO WS-CNT-VALOR
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF
           EXIT.

       *> Relee el historico: registros y valor en WS-CNT-*. Si no
       *> existe todavia, cuenta cero.
       CONTAR-HISTORICO.
           MOVE ZERO TO WS-CNT-REG WS-CNT-VALOR
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS = "00"
               MOVE "N" TO EOF-ARCH
               PERFORM UNTIL EOF-ARCH = "S"
                   READ ARCH-FILE INTO WS-REG
                       AT END MOVE "S" TO EOF-ARCH
                       NOT AT END
                           ADD 1 TO WS-CNT-REG
                           PERFORM TOMAR-FECHA-VALOR
                           ADD WS-VALOR-REG TO WS-CNT-VALOR
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF
           EXIT.

       *> Comprueba que no se perdio nada, con la historia y el
       *> historico releidos despues de reescribirlos:
       *> al archivar   ANTES = CONSERVADOS + ARCHIVADOS + RESUMENES
       *>               ANTERIORES, DESPUES = CONSERVADOS + RESUMENES
       *>               NUEVOS e HISTORICO DESPUES = ANTES + ARCHIVADOS;
       *> al recuperar  ANTES = CONSERVADOS + RESUMENES ANTERIORES,
       *>               DESPUES = CONSERVADOS + RECUPERADOS + RESUMENES
       *>               NUEVOS e HISTORICO ANTES = DESPUES +
       *>               RECUPERADOS.
       *> En INTHIST y HISTPAG ademas lo neto de los resumenes (el
       *> interes, lo pagado a las cuotas) debe moverse exactamente
       *> por lo archivado o recuperado.
       VERIFICAR-HISTORIA.
           IF WS-ACCION = "A"
               COMPUTE WS-CHK-REG = WS-CON-REG + WS-ARC-REG +
                                    WS-RAN-REG
               COMPUTE WS-CHK-VALOR = WS-CON-VALOR + WS-ARC-VALOR +
                                      WS-RAN-VALOR
               IF WS-CHK-REG NOT = WS-ANT-REG OR
                  WS-CHK-VALOR NOT = WS-ANT-VALOR
                   MOVE "N" TO WS-CUADRA
               END-IF
               COMPUTE WS-CHK-REG = WS-CON-REG + WS-RNU-REG
               COMPUTE WS-CHK-VALOR = WS-CON-VALOR + WS-RNU-VALOR
               IF WS-CHK-REG NOT = WS-DES-REG OR
                  WS-CHK-VALOR NOT = WS-DES-VALOR
                   MOVE "N" TO WS-CUADRA
               END-IF
               COMPUTE WS-CHK-REG = WS-AAN-REG + WS-ARC-REG
               COMPUTE WS-CHK-VALOR = WS-AAN-VALOR + WS-ARC-VALOR
               IF WS-CHK-REG NOT = WS-ADE-REG OR
                  WS-CHK-VALOR NOT = WS-ADE-VALOR
                   MOVE "N" TO WS-CUADRA
               END-IF
               COMPUTE WS-CHK-RES = WS-RNU-RES + WS-FAL-VALOR
               COMPUTE WS-CHK2-RES = WS-RAN-RES + WS-ARC-RES
           ELSE
               COMPUTE WS-CHK-REG = WS-CON-REG + WS-RAN-REG
               COMPUTE WS-CHK-VALOR = WS-CON-VALOR + WS-RAN-VALOR
               IF WS-CHK-REG NOT = WS-ANT-REG OR
                  WS-CHK-VALOR NOT = WS-ANT-VALOR
                   MOVE "N" TO WS-CUADRA
               END-IF
               COMPUTE WS-CHK-REG = WS-CON-REG + WS-ARC-REG +
                                    WS-RNU-REG
               COMPUTE WS-CHK-VALOR = WS-CON-VALOR + WS-ARC-VALOR +
                                      WS-RNU-VALOR
               IF WS-CHK-REG NOT = WS-DES-REG OR
                  WS-CHK-VALOR NOT = WS-DES-VALOR
                   MOVE "N" TO WS-CUADRA
               END-IF
               COMPUTE WS-CHK-REG = WS-ADE-REG + WS-ARC-REG
               COMPUTE WS-CHK-VALOR = WS-ADE-VALOR + WS-ARC-VALOR
               IF WS-CHK-REG NOT = WS-AAN-REG OR
                  WS-CHK-VALOR NOT = WS-AAN-VALOR
                   MOVE "N" TO WS-CUADRA
               END-IF
               COMPUTE WS-CHK-RES = WS-RNU-RES + WS-ARC-RES
               COMPUTE WS-CHK2-RES = WS-RAN-RES + WS-FAL-VALOR
           END-IF
           IF WS-TIPO-RESUMEN NOT = "L" AND
              WS-CHK-RES NOT = WS-CHK2-RES
               MOVE "N" TO WS-CUADRA
           END-IF
           IF WS-CUADRA = "N"
               ADD 1 TO WS-TOT-NO-CUADRA
           END-IF
           ADD WS-FAL-REG TO WS-TOT-FALTANTES
           EXIT.

       *> Bloque del listado de una historia: conteos y totales de
       *> antes y despues y el veredicto de la verificacion.
       IMPRIMIR-HISTORIA.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING WS-HIST-NOMBRE DELIMITED BY SPACE
                  "   HISTORICO: " DELIMITED BY SIZE
                  WS-ARCH-NOMBRE DELIMITED BY SPACE
               INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           IF WS-ACCION = "A"
               PERFORM IMPRIMIR-ARCHIVADA
           ELSE
               PERFORM IMPRIMIR-RECUPERADA
           END-IF
           IF WS-HUBO-CAMBIO = "S"
               MOVE SPACES TO WS-LINE
               IF WS-CUADRA = "S"
                   MOVE "   VERIFICACION: CUADRA" TO WS-LINE
               ELSE
                   MOVE "   *** VERIFICACION: NO CUADRA ***" TO WS-LINE
               END-IF
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.

       IMPRIMIR-ARCHIVADA.
           IF WS-HAY-VIGENTE = "N"
               MOVE "   NO EXISTE LA HISTORIA: NADA QUE ARCHIVAR."
                   TO WS-LINE
               WRITE LIST-REC FROM WS-LINE
           ELSE
               IF WS-CORTE-HIST < WS-FECHA-CORTE
                   MOVE SPACES TO WS-LINE
                   STRING "   CORTE LIMITADO A " WS-CORTE-HIST
                   " POR PROMESAS DE PAGO PENDIENTES."
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   WRITE LIST-REC FROM WS-LINE
               END-IF
               MOVE "HISTORIA ANTES" TO WS-ETIQUETA
               MOVE WS-ANT-REG   TO WS-CNT-REG
               MOVE WS-ANT-VALOR TO WS-CNT-VALOR
               PERFORM IMPRIMIR-RENGLON
               IF WS-HUBO-CAMBIO = "N"
                   MOVE SPACES TO WS-LINE
                   STRING "   SIN REGISTROS ANTERIORES AL CORTE: LA "
                   "HISTORIA NO SE MODIFICA."
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   WRITE LIST-REC FROM WS-LINE
               ELSE
                   MOVE "PASADOS AL HISTORICO" TO WS-ETIQUETA
                   MOVE WS-ARC-REG   TO WS-CNT-REG
                   MOVE WS-ARC-VALOR TO WS-CNT-VALOR
                   PERFORM IMPRIMIR-RENGLON
                   MOVE "CONSERVADOS EN LA HISTORIA" TO WS-ETIQUETA
                   MOVE WS-CON-REG   TO WS-CNT-REG
                   MOVE WS-CON-VALOR TO WS-CNT-VALOR
                   PERFORM IMPRIMIR-RENGLON
                   IF WS-TIPO-RESUMEN NOT = SPACE
                       MOVE "RESUMENES ANTERIORES ABSORBIDOS"
                           TO WS-ETIQUETA
                       MOVE WS-RAN-REG   TO WS-CNT-REG
                       MOVE WS-RAN-VALOR TO WS-CNT-VALOR
                       PERFORM IMPRIMIR-RENGLON
                       MOVE "RESUMENES GRABADOS" TO WS-ETIQUETA
                       MOVE WS-RNU-REG   TO WS-CNT-REG
                       MOVE WS-RNU-VALOR TO WS-CNT-VALOR
                       PERFORM IMPRIMIR-RENGLON
                   END-IF
                   MOVE "HISTORIA DESPUES (RELEIDA)" TO WS-ETIQUETA
                   MOVE WS-DES-REG   TO WS-CNT-REG
                   MOVE WS-DES-VALOR TO WS-CNT-VALOR
                   PERFORM IMPRIMIR-RENGLON
                   MOVE "HISTORICO ANTES" TO WS-ETIQUETA
                   MOVE WS-AAN-REG   TO WS-CNT-REG
                   MOVE WS-AAN-VALOR TO WS-CNT-VALOR
                   PERFORM IMPRIMIR-RENGLON
                   MOVE "HISTORICO DESPUES (RELEIDO)" TO WS-ETIQUETA
                   MOVE WS-ADE-REG   TO WS-CNT-REG
                   MOVE WS-ADE-VALOR TO WS-CNT-VALOR
                   PERFORM IMPRIMIR-RENGLON
                   IF WS-TIPO-RESUMEN = "L"
                       MOVE WS-LOTES-CUBIERTOS TO WS-LOTES-TXT
                       MOVE SPACES TO WS-LINE
                       STRING "   LOTES CUBIERTOS POR LOS RANGOS "
                       "RESUMEN: " WS-LOTES-TXT
                           DELIMITED BY SIZE INTO WS-LINE
                       END-STRING
                       WRITE LIST-REC FROM WS-LINE
                   END-IF
               END-IF
           END-IF
           EXIT.

       IMPRIMIR-RECUPERADA.
           IF WS-HAY-HISTORICO = "N"
               MOVE "   NO EXISTE EL HISTORICO: NADA QUE RECUPERAR."
                   TO WS-LINE
               WRITE LIST-REC FROM WS-LINE
           ELSE
               MOVE "HISTORICO ANTES" TO WS-ETIQUETA
               MOVE WS-AAN-REG   TO WS-CNT-REG
               MOVE WS-AAN-VALOR TO WS-CNT-VALOR
               PERFORM IMPRIMIR-RENGLON
               IF WS-HUBO-CAMBIO = "N"
                   MOVE SPACES TO WS-LINE
                   STRING "   SIN REGISTROS EN EL RANGO DE FECHAS: NO "
                   "SE MODIFICA NADA."
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   WRITE LIST-REC FROM WS-LINE
               ELSE
                   MOVE "RECUPERADOS A LA HISTORIA" TO WS-ETIQUETA
                   MOVE WS-ARC-REG   TO WS-CNT-REG
                   MOVE WS-ARC-VALOR TO WS-CNT-VALOR
                   PERFORM IMPRIMIR-RENGLON
                   MOVE "HISTORICO DESPUES (RELEIDO)" TO WS-ETIQUETA
                   MOVE WS-ADE-REG   TO WS-CNT-REG
                   MOVE WS-ADE-VALOR TO WS-CNT-VALOR
                   PERFORM IMPRIMIR-RENGLON
                   MOVE "HISTORIA ANTES" TO WS-ETIQUETA
                   MOVE WS-ANT-REG   TO WS-CNT-REG
                   MOVE WS-ANT-VALOR TO WS-CNT-VALOR
                   PERFORM IMPRIMIR-RENGLON
                   IF WS-TIPO-RESUMEN = "I" OR WS-TIPO-RESUMEN = "H"
                       MOVE "RESUMENES ANTES" TO WS-ETIQUETA
                       MOVE WS-RAN-REG   TO WS-CNT-REG
                       MOVE WS-RAN-VALOR TO WS-CNT-VALOR
                       PERFORM IMPRIMIR-RENGLON
                       MOVE "RESUMENES DESPUES" TO WS-ETIQUETA
                       MOVE WS-RNU-REG   TO WS-CNT-REG
                       MOVE WS-RNU-VALOR TO WS-CNT-VALOR
                       PERFORM IMPRIMIR-RENGLON
                   END-IF
                   IF WS-FAL-REG > ZERO
                       MOVE "RECUPERADO SIN RESUMEN QUE REBAJAR"
                           TO WS-ETIQUETA
                       MOVE WS-FAL-REG   TO WS-CNT-REG
                       MOVE WS-FAL-VALOR TO WS-CNT-VALOR
                       PERFORM IMPRIMIR-RENGLON
                   END-IF
                   MOVE "HISTORIA DESPUES (RELEIDA)" TO WS-ETIQUETA
                   MOVE WS-DES-REG   TO WS-CNT-REG
                   MOVE WS-DES-VALOR TO WS-CNT-VALOR
                   PERFORM IMPRIMIR-RENGLON
               END-IF
           END-IF
           EXIT.

       *> Un renglon de conteo: etiqueta, registros y valor.
       IMPRIMIR-RENGLON.
           MOVE WS-CNT-REG   TO WS-REG-TXT
           MOVE WS-CNT-VALOR TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           STRING "   " WS-ETIQUETA " REG: " WS-REG-TXT
           "   VALOR: " WS-VALOR-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Resumen de la corrida y avisos.
       IMPRIMIR-RESUMEN.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           IF WS-ARCHIST-OK = "N"
               MOVE SPACES TO WS-LINE
               STRING "*** ARCHIVO RECHAZADO: " WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           ELSE
               MOVE SPACES TO WS-LINE
               STRING "HISTORIAS REVISADAS: " WS-TOT-HISTORIAS
               "   MODIFICADAS: " WS-TOT-CAMBIADAS
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
               IF WS-TOT-FALTANTES > ZERO
                   MOVE SPACES TO WS-LINE
                   STRING "AVISO: " WS-TOT-FALTANTES
                   " documento(s) de INTHIST recuperados sin resumen "
                   "que rebajar: revise el interes ya contabilizado."
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   WRITE LIST-REC FROM WS-LINE
               END-IF
               IF WS-TOT-NO-CUADRA > ZERO
                   MOVE SPACES TO WS-LINE
                   STRING "*** " WS-TOT-NO-CUADRA
                   " historia(s) NO CUADRAN: revise cada historia y "
                   "su historico antes de la proxima corrida."
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   WRITE LIST-REC FROM WS-LINE
                   DISPLAY "ARCHIST: historia(s) que no cuadran. "
                       "Ver ARCHIST.LST."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.
