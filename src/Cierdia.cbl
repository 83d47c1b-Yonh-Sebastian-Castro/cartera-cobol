       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERDIA.                                             *> Cierre y apertura del dia de negocio

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "CIERDIA.DET"                    *> Tarjeta de control (accion, fecha)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS.DET"                *> Calendario de feriados
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.
           SELECT CUADRE-CTL-FILE ASSIGN TO "CUADRE.CTL"                *> Resultado del certificado de CUADRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUC-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "CIERDIA.LST"                  *> Listado del cierre/apertura
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       *> Tarjeta de control: accion "C" cierra el dia de negocio en
       *> curso (sin tarjeta se asume "C") y "A" abre el siguiente
       *> dia habil. Con "A" la fecha es opcional: si viene, se abre
       *> ese dia en lugar del siguiente habil del calendario (un
       *> cierre extraordinario de la oficina); si todavia no existe
       *> FECHANEG.DET, "A" con fecha inicia el control.
       FD PARAM-FILE.
       01 PARAM-REC.
           05 CDI-ACCION         PIC X(1).
           05 CDI-FECHA          PIC X(8).
           05 CDI-FECHA-N REDEFINES CDI-FECHA PIC 9(8).

       *> Registro de control de la fecha de negocio: dia en curso,
       *> estado ("A" abierto, "C" cerrado), proximo dia habil
       *> calculado al cerrar, dia anterior y sello de reloj del
       *> ultimo cierre. Todos los programas de la cadena toman su
       *> fecha de proceso de aqui y no corren con el dia cerrado.
       FD FECHANEG-FILE.
       01 FECHANEG-REC.
           05 FNG-FECHA          PIC 9(8).
           05 FNG-ESTADO         PIC X(1).
           05 FNG-FECHA-SIG      PIC 9(8).
           05 FNG-FECHA-ANT      PIC 9(8).
           05 FNG-FECHA-CIERRE   PIC 9(8).
           05 FNG-HORA-CIERRE    PIC 9(6).

       *> Calendario de feriados: una fecha no habil por registro.
       *> Sabados y domingos no son habiles aunque no figuren aqui.
       FD FERIADOS-FILE.
       01 FERIADO-REC.
           05 FER-FECHA          PIC 9(8).
           05 FER-DESCRIP        PIC X(30).

       *> Resultado del certificado que deja CUADRE, con su trazado.
       FD CUADRE-CTL-FILE.
       01 CUADRE-CTL-REC.
           05 CUC-FECHA          PIC 9(8).
           05 CUC-FALLAS         PIC 9(2).
           05 CUC-CERTIFICADO    PIC X(1).

       FD LISTADO-FILE.
       01 LIST-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS    PIC X(2).
       01 WS-FNG-STATUS      PIC X(2).
       01 WS-FER-STATUS      PIC X(2).
       01 WS-CUC-STATUS      PIC X(2).
       *> Variables de control
       01 EOF-FER            PIC X VALUE "N".
       01 WS-LINE            PIC X(120).
       01 WS-FECHA-RELOJ     PIC 9(8).
       01 WS-HORA-RELOJ      PIC 9(6).
       01 WS-ACCION          PIC X(1) VALUE "C".
       01 WS-FECHA-PEDIDA    PIC 9(8) VALUE ZERO.
       01 WS-CORRIDA-OK      PIC X VALUE "S".
       01 WS-MOTIVO          PIC X(100) VALUE SPACES.
       01 WS-HAY-FNG         PIC X VALUE "N".
       01 WS-HAY-CUC         PIC X VALUE "N".
       01 WS-DIA-ANTES       PIC 9(8) VALUE ZERO.

       *> Copia de trabajo del registro de control: se lee, se
       *> actualiza aqui y se reescribe entero al final.
       01 WS-FECHANEG.
           05 WF-FECHA           PIC 9(8).
           05 WF-ESTADO          PIC X(1).
           05 WF-FECHA-SIG       PIC 9(8).
           05 WF-FECHA-ANT       PIC 9(8).
           05 WF-FECHA-CIERRE    PIC 9(8).
           05 WF-HORA-CIERRE     PIC 9(6).

       *> Calendario de feriados en memoria
       01 WS-FER-MAX         PIC 9(4) VALUE 1000.
       01 WS-FER-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-FER-OMITIDOS    PIC 9(4) VALUE ZERO.
       01 TABLA-FERIADOS.
           05 FER-REG OCCURS 0 TO 1000 TIMES
                      DEPENDING ON WS-FER-COUNT.
               10 FE-FECHA       PIC 9(8).
       01 WS-IDX-FER         PIC 9(4).

       *> Calculo del dia habil: WS-FECHA-CALC avanza de a un dia de
       *> calendario hasta caer en un dia que no sea sabado, domingo
       *> ni feriado. WS-DIA-SEMANA: 0 = lunes ... 6 = domingo.
       01 WS-FECHA-CALC      PIC 9(8).
       01 WS-DIA-INT         PIC 9(8).
       01 WS-DIA-SEMANA      PIC 9(1).
       01 WS-ES-HABIL        PIC X VALUE "N".
       01 WS-DIAS-SALTADOS   PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-RELOJ
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-RELOJ
           PERFORM LEER-CONTROL
           PERFORM CARGAR-FECHA-NEGOCIO
           PERFORM CARGAR-FERIADOS
           PERFORM ABRIR-LISTADO
           EVALUATE WS-ACCION
               WHEN "C"
                   PERFORM CERRAR-DIA
               WHEN "A"
                   PERFORM ABRIR-DIA
               WHEN OTHER
                   MOVE "N" TO WS-CORRIDA-OK
                   MOVE "accion invalida en CIERDIA.DET (C o A)."
                       TO WS-MOTIVO
           END-EVALUATE
           IF WS-CORRIDA-OK = "S"
               PERFORM GRABAR-FECHA-NEGOCIO
           END-IF
           PERFORM IMPRIMIR-RESUMEN
           CLOSE LISTADO-FILE
           STOP RUN.

       *> Lee la tarjeta de control. Sin tarjeta la accion es "C".
       LEER-CONTROL.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CDI-ACCION NOT = SPACE
                           MOVE CDI-ACCION TO WS-ACCION
                       END-IF
                       IF CDI-FECHA IS NUMERIC
                           MOVE CDI-FECHA-N TO WS-FECHA-PEDIDA
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           EXIT.

       CARGAR-FECHA-NEGOCIO.
           MOVE ZERO TO WF-FECHA WF-FECHA-SIG WF-FECHA-ANT
                        WF-FECHA-CIERRE WF-HORA-CIERRE
           MOVE SPACE TO WF-ESTADO
           OPEN INPUT FECHANEG-FILE
           IF WS-FNG-STATUS = "00"
               READ FECHANEG-FILE INTO WS-FECHANEG
                   AT END CONTINUE
                   NOT AT END MOVE "S" TO WS-HAY-FNG
               END-READ
               CLOSE FECHANEG-FILE
           END-IF
           MOVE WF-FECHA TO WS-DIA-ANTES
           EXIT.

       CARGAR-FERIADOS.
           OPEN INPUT FERIADOS-FILE
           IF WS-FER-STATUS = "00"
               PERFORM UNTIL EOF-FER = "S"
                   READ FERIADOS-FILE
                       AT END MOVE "S" TO EOF-FER
                       NOT AT END
                           IF WS-FER-COUNT >= WS-FER-MAX
                               ADD 1 TO WS-FER-OMITIDOS
                           ELSE
                               ADD 1 TO WS-FER-COUNT
                               MOVE FER-FECHA TO FE-FECHA(WS-FER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIADOS-FILE
           END-IF
           EXIT.

       ABRIR-LISTADO.
           OPEN OUTPUT LISTADO-FILE
           MOVE SPACES TO WS-LINE
           STRING "CONTROL DE FECHA DE NEGOCIO - ACCION: " WS-ACCION
           " - DIA DE NEGOCIO: " WS-DIA-ANTES " ESTADO: " WF-ESTADO
           " - RELOJ: " WS-FECHA-RELOJ " " WS-HORA-RELOJ
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Cierra el dia de negocio en curso. Solo procede si CUADRE
       *> certifico ese mismo dia (CUADRE.CTL con su fecha y
       *> certificado "S"). El proximo dia habil queda calculado en
       *> el registro, pero la fecha no avanza hasta la apertura:
       *> entre el cierre y la apertura ningun programa corre.
       CERRAR-DIA.
           IF WS-HAY-FNG = "N"
               MOVE "N" TO WS-CORRIDA-OK
               STRING "sin FECHANEG.DET: inicie el control con "
               "accion A y la fecha del primer dia de negocio."
                   DELIMITED BY SIZE INTO WS-MOTIVO
               END-STRING
           END-IF
           IF WS-CORRIDA-OK = "S" AND WF-ESTADO NOT = "A"
               MOVE "N" TO WS-CORRIDA-OK
               STRING "el dia " WF-FECHA " ya esta cerrado: abra el "
               "siguiente con accion A."
                   DELIMITED BY SIZE INTO WS-MOTIVO
               END-STRING
           END-IF
           IF WS-CORRIDA-OK = "S"
               PERFORM LEER-CERTIFICADO
           END-IF
           IF WS-CORRIDA-OK = "S"
               MOVE WF-FECHA TO WS-FECHA-CALC
               PERFORM SIGUIENTE-DIA-HABIL
               MOVE "C"            TO WF-ESTADO
               MOVE WS-FECHA-CALC  TO WF-FECHA-SIG
               MOVE WS-FECHA-RELOJ TO WF-FECHA-CIERRE
               MOVE WS-HORA-RELOJ  TO WF-HORA-CIERRE
               MOVE SPACES TO WS-LINE
               STRING "CUADRE CERTIFICO EL DIA " CUC-FECHA
               " (CUADRE.CTL): SE CIERRA EL DIA DE NEGOCIO."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.

       *> Verifica CUADRE.CTL contra el dia de negocio en curso.
       LEER-CERTIFICADO.
           OPEN INPUT CUADRE-CTL-FILE
           IF WS-CUC-STATUS = "00"
               READ CUADRE-CTL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE "S" TO WS-HAY-CUC
               END-READ
               CLOSE CUADRE-CTL-FILE
           END-IF
           IF WS-HAY-CUC = "N"
               MOVE "N" TO WS-CORRIDA-OK
               STRING "sin CUADRE.CTL: CUADRE no ha certificado el "
               "dia " WF-FECHA "."
                   DELIMITED BY SIZE INTO WS-MOTIVO
               END-STRING
           ELSE
               IF CUC-FECHA NOT = WF-FECHA
                   MOVE "N" TO WS-CORRIDA-OK
                   STRING "CUADRE.CTL es del " CUC-FECHA
                   ", no del dia de negocio " WF-FECHA
                   ": corra CUADRE."
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   END-STRING
               ELSE
                   IF CUC-CERTIFICADO NOT = "S"
                       MOVE "N" TO WS-CORRIDA-OK
                       STRING "CUADRE no certifico el dia " WF-FECHA
                       " (" CUC-FALLAS " prueba(s) fallaron, ver "
                       "CUADRE.LST)."
                           DELIMITED BY SIZE INTO WS-MOTIVO
                       END-STRING
                   END-IF
               END-IF
           END-IF
           EXIT.

       *> Abre el siguiente dia de negocio. Sin FECHANEG.DET, la
       *> fecha de la tarjeta inicia el control; con el dia en curso
       *> cerrado, se abre la fecha de la tarjeta (posterior al dia
       *> cerrado) o, sin ella, el siguiente dia habil recalculado
       *> con el calendario de hoy.
       ABRIR-DIA.
           IF WS-FECHA-PEDIDA NOT = ZERO
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-PEDIDA)
                  NOT = ZERO
                   MOVE "N" TO WS-CORRIDA-OK
                   STRING "fecha invalida en CIERDIA.DET: "
                   WS-FECHA-PEDIDA "."
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   END-STRING
               END-IF
           END-IF
           IF WS-CORRIDA-OK = "S" AND WS-HAY-FNG = "N"
               IF WS-FECHA-PEDIDA = ZERO
                   MOVE "N" TO WS-CORRIDA-OK
                   STRING "sin FECHANEG.DET: la tarjeta debe traer "
                   "la fecha del primer dia de negocio."
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   END-STRING
               ELSE
                   MOVE WS-FECHA-PEDIDA TO WF-FECHA
                   MOVE "A" TO WF-ESTADO
                   MOVE SPACES TO WS-LINE
                   STRING "CONTROL DE FECHA DE NEGOCIO INICIADO EN "
                   "FECHANEG.DET."
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   WRITE LIST-REC FROM WS-LINE
               END-IF
           ELSE
               IF WS-CORRIDA-OK = "S"
                   PERFORM ABRIR-SIGUIENTE
               END-IF
           END-IF
           IF WS-CORRIDA-OK = "S"
               MOVE WF-FECHA TO WS-FECHA-CALC
               COMPUTE WS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC)
               PERFORM EVALUAR-DIA-HABIL
               IF WS-ES-HABIL = "N"
                   MOVE SPACES TO WS-LINE
                   STRING "AVISO: el dia " WF-FECHA " no es habil "
                   "(fin de semana o feriado); se abre por pedido de "
                   "la tarjeta."
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   WRITE LIST-REC FROM WS-LINE
               END-IF
           END-IF
           EXIT.

       ABRIR-SIGUIENTE.
           IF WF-ESTADO NOT = "C"
               MOVE "N" TO WS-CORRIDA-OK
               STRING "el dia " WF-FECHA " sigue abierto: cierrelo "
               "(accion C) despues del CUADRE antes de abrir otro."
                   DELIMITED BY SIZE INTO WS-MOTIVO
               END-STRING
           ELSE
               IF WS-FECHA-PEDIDA NOT = ZERO
                   IF WS-FECHA-PEDIDA <= WF-FECHA
                       MOVE "N" TO WS-CORRIDA-OK
                       STRING "la fecha de la tarjeta ("
                       WS-FECHA-PEDIDA ") no es posterior al dia "
                       "cerrado " WF-FECHA "."
                           DELIMITED BY SIZE INTO WS-MOTIVO
                       END-STRING
                   ELSE
                       MOVE WS-FECHA-PEDIDA TO WS-FECHA-CALC
                   END-IF
               ELSE
                   MOVE WF-FECHA TO WS-FECHA-CALC
                   PERFORM SIGUIENTE-DIA-HABIL
               END-IF
               IF WS-CORRIDA-OK = "S"
                   MOVE WF-FECHA      TO WF-FECHA-ANT
                   MOVE WS-FECHA-CALC TO WF-FECHA
                   MOVE "A"           TO WF-ESTADO
                   MOVE ZERO          TO WF-FECHA-SIG
               END-IF
           END-IF
           EXIT.

       *> Avanza WS-FECHA-CALC al siguiente dia habil de calendario.
       SIGUIENTE-DIA-HABIL.
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC)
           MOVE "N" TO WS-ES-HABIL
           MOVE ZERO TO WS-DIAS-SALTADOS
           PERFORM UNTIL WS-ES-HABIL = "S" OR WS-DIAS-SALTADOS > 60
               ADD 1 TO WS-DIA-INT
               ADD 1 TO WS-DIAS-SALTADOS
               COMPUTE WS-FECHA-CALC =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               PERFORM EVALUAR-DIA-HABIL
           END-PERFORM
           EXIT.

       *> WS-ES-HABIL = "S" si el dia WS-DIA-INT (fecha en
       *> WS-FECHA-CALC) no es sabado, domingo ni feriado. El dia 1
       *> del calendario entero (01/01/1601) fue lunes.
       EVALUAR-DIA-HABIL.
           MOVE "S" TO WS-ES-HABIL
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-INT - 1, 7)
           IF WS-DIA-SEMANA >= 5
               MOVE "N" TO WS-ES-HABIL
           END-IF
           MOVE 1 TO WS-IDX-FER
           PERFORM UNTIL WS-IDX-FER > WS-FER-COUNT OR
                         WS-ES-HABIL = "N"
               IF FE-FECHA(WS-IDX-FER) = WS-FECHA-CALC
                   MOVE "N" TO WS-ES-HABIL
               END-IF
               ADD 1 TO WS-IDX-FER
           END-PERFORM
           EXIT.

       GRABAR-FECHA-NEGOCIO.
           OPEN OUTPUT FECHANEG-FILE
           WRITE FECHANEG-REC FROM WS-FECHANEG
           CLOSE FECHANEG-FILE
           EXIT.

       IMPRIMIR-RESUMEN.
           IF WS-FER-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-FER-OMITIDOS " feriado(s) de "
               "FERIADOS.DET fuera de la tabla (" WS-FER-MAX ")."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           MOVE SPACES TO WS-LINE
           IF WS-CORRIDA-OK = "N"
               MOVE 16 TO RETURN-CODE
               STRING "*** SIN CAMBIOS: " WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               IF WF-ESTADO = "C"
                   STRING "*** DIA DE NEGOCIO " WF-FECHA " CERRADO - "
                   "PROXIMO DIA HABIL: " WF-FECHA-SIG " ***"
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
               ELSE
                   STRING "*** DIA DE NEGOCIO " WF-FECHA " ABIERTO "
                   "(DIA ANTERIOR: " WF-FECHA-ANT ") ***"
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
               END-IF
           END-IF
           WRITE LIST-REC FROM WS-LINE
           EXIT.
