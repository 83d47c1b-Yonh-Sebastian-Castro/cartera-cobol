       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE.                                              *> Cierre de mes: provision y KPIs de cartera

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "CIERRE.DET"                     *> Tarjeta de control (periodo, re-cierre)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT DET-FILE ASSIGN TO "DET.DET"                          *> Archivo con documentos abiertos
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOTOMES-FILE ASSIGN TO DYNAMIC WS-FOTOMES-NOMBRE      *> Foto de cierre del mes (CIEaaaamm.DET)
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROVIS-FILE ASSIGN TO "PROVIS.DET"                    *> Porcentaje de provision por rango
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVIS-STATUS.
           SELECT CIERRES-FILE ASSIGN TO "CIERRES.DET"                  *> Registro permanente de meses cerrados
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIERRES-STATUS.
           SELECT KPI-FILE ASSIGN TO "KPIHIST.DET"                      *> Historia mensual de KPIs por sucursal
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPI-STATUS.
           SELECT HISTPAG-FILE ASSIGN TO "HISTPAG.DET"                  *> Historia de pagos aplicados (PAGOS)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT EMITIDOS-FILE ASSIGN TO "EMITIDOS.DET"                *> Historia de documentos emitidos (MOVDIA)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMI-STATUS.
           SELECT INTHIST-FILE ASSIGN TO "INTHIST.DET"                  *> Historia de interes contabilizado (CARGINT)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INH-STATUS.
           SELECT CASTIG-FILE ASSIGN TO "CASTIGADOS.DET"                *> Historia de castigos (CASTIGO)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-STATUS.
           SELECT SUCURSAL-FILE ASSIGN TO "SUCURSAL.DET"                *> Maestro de sucursales
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUCMAE-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "CIERRE.LST"                   *> Listado del cierre y de la provision
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TENDENC-FILE ASSIGN TO "TENDENC.DET"                  *> Tendencia de 12 meses por sucursal/region
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> Tarjeta de control del cierre: periodo a cerrar (aaaamm;
       *> en blanco o ceros es el mes de la fecha de proceso) y la
       *> autorizacion de re-cierre ("S" permite volver a cerrar un
       *> mes que ya figura en CIERRES.DET). Sin la tarjeta se
       *> cierra el mes de la fecha de proceso, sin re-cierre.
       FD PARAM-FILE.
       01 PARAM-REC.
           05 CPR-PERIODO        PIC X(6).
           05 CPR-PERIODO-N REDEFINES CPR-PERIODO PIC 9(6).
           05 CPR-FORZAR         PIC X(1).

       FD DET-FILE.
       01 DET-REC.
           05 NIT3-DET        PIC X(10).
           05 SUC3-DET        PIC X(4).
           05 TIP-DET         PIC X(2).
           05 COM-DET         PIC X(4).
           05 DCTO-DET        PIC X(4).
           05 FECHA-VCTO-DET  PIC 9(8).
           05 SALDO-DET       PIC X(10).

       *> Foto de cierre: copia exacta de DET.DET tal como estaba al
       *> cerrar el mes, un archivo por periodo. El nombre se arma
       *> en WS-FOTOMES-NOMBRE ("CIE" + aaaamm + ".DET"). Un re-cierre
       *> autorizado la reemplaza.
       FD FOTOMES-FILE.
       01 FOTOMES-REC      PIC X(42).

       *> Porcentaje de provision por rango de mora: un registro por
       *> rango con el nombre tal como sale en el listado de CARTERA
       *> (CORRIENTE, 1-30, 31-60, 61-90, 90+) y el porcentaje del
       *> saldo a provisionar (9(3)V99: 05000 = 50.00%). Un rango
       *> sin registro se provisiona al 0%.
       FD PROVIS-FILE.
       01 PROVIS-REC.
           05 PRV-RANGO          PIC X(12).
           05 PRV-PORC           PIC X(5).
           05 PRV-PORC-N REDEFINES PRV-PORC PIC 9(3)V99.

       *> Registro permanente de meses cerrados: a este archivo solo
       *> se le agregan registros. Un mes figura como cerrado si
       *> tiene al menos un registro; un re-cierre autorizado agrega
       *> otro con la marca CIE-RECIERRE = "S".
       FD CIERRES-FILE.
       01 CIERRE-REC.
           05 CIE-PERIODO        PIC 9(6).
           05 CIE-FECHA          PIC 9(8).
           05 CIE-HORA           PIC 9(6).
           05 CIE-FECHA-CORTE    PIC 9(8).
           05 CIE-DOCS           PIC 9(8).
           05 CIE-TOTAL          PIC 9(9)V99.
           05 CIE-PROVISION      PIC 9(9)V99.
           05 CIE-RECIERRE       PIC X(1).

       *> Historia de KPIs: un registro por periodo cerrado y
       *> sucursal, con el saldo y el porcentaje de la cartera en
       *> cada rango de mora, las ventas a credito del mes (para el
       *> DSO), el recaudo y lo reversado por cheques devueltos, el
       *> interes contabilizado, los castigos y la provision. El
       *> cierre de cada mes agrega sus registros al final; el
       *> reporte de tendencia y la provision del mes siguiente se
       *> leen de aqui.
       FD KPI-FILE.
       01 KPI-REC.
           05 KPI-PERIODO        PIC 9(6).
           05 KPI-SUC            PIC X(4).
           05 KPI-FECHA-CORTE    PIC 9(8).
           05 KPI-DOCS           PIC 9(8).
           05 KPI-SALDO OCCURS 5 TIMES PIC 9(9)V99.
           05 KPI-TOTAL          PIC 9(9)V99.
           05 KPI-PORC OCCURS 5 TIMES PIC 9(3)V99.
           05 KPI-VENTAS         PIC 9(9)V99.
           05 KPI-DIAS           PIC 9(2).
           05 KPI-DSO            PIC 9(5).
           05 KPI-RECAUDO        PIC 9(9)V99.
           05 KPI-REVERSADO      PIC 9(9)V99.
           05 KPI-INTERES        PIC 9(9)V99.
           05 KPI-CASTIGOS       PIC 9(9)V99.
           05 KPI-PROVISION      PIC 9(9)V99.

       *> Historia de pagos aplicados que deja PAGOS. HIST-ORIGEN
       *> "R" es una reversion de DEVOLUC: resta del recaudo.
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

       *> Historia de documentos emitidos que deja MOVDIA.
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

       *> Historia de interes contabilizado que deja CARGINT. Los
       *> registros resumen que deja ARCHIST vienen con fecha en cero
       *> y nunca caen en un periodo.
       FD INTHIST-FILE.
       01 INH-REC.
           05 INH-FECHA       PIC 9(8).
           05 INH-NIT         PIC X(10).
           05 INH-SUC         PIC X(4).
           05 INH-COM         PIC X(4).
           05 INH-DCTO        PIC X(4).
           05 INH-VALOR       PIC 9(9)V99.

       *> Historia permanente de castigos que escribe CASTIGO.
       FD CASTIG-FILE.
       01 CAST-REC.
           05 CAST-FECHA      PIC 9(8).
           05 CAST-NIT        PIC X(10).
           05 CAST-SUC        PIC X(4).
           05 CAST-TIP        PIC X(2).
           05 CAST-COM        PIC X(4).
           05 CAST-DCTO       PIC X(4).
           05 CAST-SALDO      PIC 9(9)V99.
           05 CAST-APROB      PIC X(6).
           05 CAST-APROB2     PIC X(6).

       *> Maestro de sucursales, el mismo trazado que usa CARTERA.
       FD SUCURSAL-FILE.
       01 SUCURSAL-REC.
           05 SUC3-SUC           PIC X(4).
           05 NOMBRE-SUC         PIC X(30).
           05 REGION-SUC         PIC X(10).
           05 ACTIVA-SUC         PIC X(1).

       FD LISTADO-FILE.
       01 LIST-REC         PIC X(120).

       *> Tendencia de los ultimos 12 meses cerrados: por sucursal,
       *> agrupada por region segun el maestro, con total de cada
       *> region y total general, un renglon por mes.
       FD TENDENC-FILE.
       01 TENDENC-REC      PIC X(160).

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
       01 WS-PARAM-STATUS    PIC X(2).
       01 WS-PROVIS-STATUS   PIC X(2).
       01 WS-CIERRES-STATUS  PIC X(2).
       01 WS-KPI-STATUS      PIC X(2).
       01 WS-HIST-STATUS     PIC X(2).
       01 WS-EMI-STATUS      PIC X(2).
       01 WS-INH-STATUS      PIC X(2).
       01 WS-CAS-STATUS      PIC X(2).
       01 WS-SUCMAE-STATUS   PIC X(2).
       *> Variables de control
       01 EOF-DET           PIC X VALUE "N".
       01 EOF-PROVIS        PIC X VALUE "N".
       01 EOF-CIERRES       PIC X VALUE "N".
       01 EOF-KPI           PIC X VALUE "N".
       01 EOF-HIST          PIC X VALUE "N".
       01 EOF-EMI           PIC X VALUE "N".
       01 EOF-INH           PIC X VALUE "N".
       01 EOF-CAS           PIC X VALUE "N".
       01 EOF-SUCMAE        PIC X VALUE "N".
       01 WS-LINE           PIC X(120).
       01 WS-TEND-LINE      PIC X(160).
       01 WS-FECHA-PROCESO  PIC 9(8).
       01 WS-HORA-PROCESO   PIC 9(6).
       01 WS-SALDO-REAL     PIC 9(7)V99.
       01 WS-SALDO-TXT      PIC Z(7)9.99.
       01 WS-VAL-TXT        PIC Z(9)9.99.
       01 WS-VAL-TXT-2      PIC Z(9)9.99.
       01 WS-VAL-TXT-3      PIC Z(9)9.99.
       01 WS-AJUSTE         PIC S9(9)V99.
       01 WS-AJUSTE-TXT     PIC -(9)9.99.
       01 WS-PORC-TXT       PIC ZZ9.99.
       01 WS-DIAS-MORA      PIC S9(9).
       01 WS-IDX-RANGO      PIC 9(1).

       *> Periodo a cerrar, periodo anterior (para la provision del
       *> cierre pasado) y fecha de corte contra la que se calcula la
       *> mora: la fecha de proceso si se cierra el mes en curso, o
       *> el ultimo dia del mes si se cierra el mes anterior en los
       *> primeros dias del mes siguiente.
       01 WS-PERIODO        PIC 9(6) VALUE ZERO.
       01 WS-PERIODO-ANT    PIC 9(6).
       01 WS-PERIODO-ACT    PIC 9(6).
       01 WS-PERIODO-ACT-ANT PIC 9(6).
       01 WS-FECHA-CORTE    PIC 9(8).
       01 WS-DIAS-PERIODO   PIC 9(2).
       01 WS-FORZAR         PIC X VALUE "N".
       01 WS-RECIERRE       PIC X VALUE "N".
       01 WS-YA-CERRADO     PIC X VALUE "N".
       01 WS-CIE-FECHA-ANT  PIC 9(8) VALUE ZERO.
       01 WS-CIERRE-OK      PIC X VALUE "S".
       01 WS-MOTIVO         PIC X(90) VALUE SPACES.
       01 WS-FOTOMES-NOMBRE PIC X(13).

       *> Aritmetica de periodos aaaamm: RESTAR-MES y SUMAR-MES
       *> mueven WS-PER-CALC un mes hacia atras o hacia adelante.
       01 WS-PER-CALC       PIC 9(6).
       01 WS-PER-CALC-R REDEFINES WS-PER-CALC.
           05 WS-PC-AAAA     PIC 9(4).
           05 WS-PC-MM       PIC 9(2).
       01 WS-FECHA-CALC     PIC 9(8).
       01 WS-FECHA-CALC-R REDEFINES WS-FECHA-CALC.
           05 WS-FC-AAAAMM   PIC 9(6).
           05 WS-FC-DD       PIC 9(2).

       *> Porcentajes de provision por rango (1=CORRIENTE ... 5=90+)
       01 WS-HAY-PROVIS     PIC X VALUE "N".
       01 WS-PRV-INVALIDOS  PIC 9(4) VALUE ZERO.
       01 TABLA-PORCENTAJES.
           05 PR-REG OCCURS 5 TIMES.
               10 PR-PORC        PIC 9(3)V99.
               10 PR-CARGADO     PIC X(1).

       *> Nombres de los rangos de mora en el orden de las columnas,
       *> los mismos cortes de CARTERA.
       01 TABLA-RANGOS-NOM.
           05 FILLER          PIC X(12) VALUE "CORRIENTE".
           05 FILLER          PIC X(12) VALUE "1-30".
           05 FILLER          PIC X(12) VALUE "31-60".
           05 FILLER          PIC X(12) VALUE "61-90".
           05 FILLER          PIC X(12) VALUE "90+".
       01 TABLA-RANGOS-NOM-R REDEFINES TABLA-RANGOS-NOM.
           05 RANGO-NOM OCCURS 5 TIMES PIC X(12).

       *> Contadores y totales de la corrida
       01 WS-DOC-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-CARTERA  PIC 9(9)V99 VALUE ZERO.
       01 WS-PROV-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01 WS-PROV-ANT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-HAY-CIERRE-ANT PIC X VALUE "N".
       01 WS-TOT-VENTAS     PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-RECAUDO    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-REVERSADO  PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-INTERES    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-CASTIGOS   PIC 9(9)V99 VALUE ZERO.
       01 WS-KPI-GRABADOS   PIC 9(8) VALUE ZERO.
       01 WS-CIE-COUNT      PIC 9(8) VALUE ZERO.

       *> Acumulado del cierre por sucursal: saldo por rango de mora
       *> de la foto, movimientos del mes tomados de las historias,
       *> provision calculada y la del cierre anterior.
       01 WS-CS-MAX         PIC 9(3) VALUE 200.
       01 WS-CS-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-CS-OMITIDAS    PIC 9(3) VALUE ZERO.
       01 TABLA-SUC-CIERRE.
           05 CS-REG OCCURS 0 TO 200 TIMES
                     DEPENDING ON WS-CS-COUNT.
               10 CS-SUC         PIC X(4).
               10 CS-DOCS        PIC 9(8).
               10 CS-SALDO OCCURS 5 TIMES PIC 9(9)V99.
               10 CS-TOTAL       PIC 9(9)V99.
               10 CS-VENTAS      PIC 9(9)V99.
               10 CS-RECAUDO     PIC 9(9)V99.
               10 CS-REVERSADO   PIC 9(9)V99.
               10 CS-INTERES     PIC 9(9)V99.
               10 CS-CASTIGOS    PIC 9(9)V99.
               10 CS-PROVISION   PIC 9(9)V99.
               10 CS-PROV-ANT    PIC 9(9)V99.
       01 WS-IDX-CS         PIC 9(3).
       01 WS-IDX-CS2        PIC 9(3).
       01 WS-BUSCA-SUC      PIC X(4).

       *> KPIHIST.DET en memoria: de aqui salen la provision del
       *> cierre anterior y el reporte de tendencia. KH-BORRADO marca
       *> los registros de un mes que se esta volviendo a cerrar.
       01 WS-KH-MAX         PIC 9(8) VALUE 20000.
       01 WS-KH-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-KH-OMITIDOS    PIC 9(8) VALUE ZERO.
       01 TABLA-KPI-HIST.
           05 KH-REG OCCURS 0 TO 20000 TIMES
                     DEPENDING ON WS-KH-COUNT.
               10 KH-DATOS.
                   15 KH-PERIODO     PIC 9(6).
                   15 KH-SUC         PIC X(4).
                   15 KH-FECHA-CORTE PIC 9(8).
                   15 KH-DOCS        PIC 9(8).
                   15 KH-SALDO OCCURS 5 TIMES PIC 9(9)V99.
                   15 KH-TOTAL       PIC 9(9)V99.
                   15 KH-PORC OCCURS 5 TIMES PIC 9(3)V99.
                   15 KH-VENTAS      PIC 9(9)V99.
                   15 KH-DIAS        PIC 9(2).
                   15 KH-DSO         PIC 9(5).
                   15 KH-RECAUDO     PIC 9(9)V99.
                   15 KH-REVERSADO   PIC 9(9)V99.
                   15 KH-INTERES     PIC 9(9)V99.
                   15 KH-CASTIGOS    PIC 9(9)V99.
                   15 KH-PROVISION   PIC 9(9)V99.
               10 KH-BORRADO     PIC X(1).
       01 WS-IDX-KH         PIC 9(8).
       01 WS-IDX-KH2        PIC 9(8).

       *> Maestro de sucursales en memoria (SUCURSAL.DET), igual que
       *> en CARTERA. Sin maestro la tendencia agrupa todo bajo SIN
       *> REGION.
       01 WS-HAY-SUCMAE      PIC X VALUE "N".
       01 WS-SM-MAX          PIC 9(3) VALUE 200.
       01 WS-SM-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-SM-OMITIDAS     PIC 9(3) VALUE ZERO.
       01 TABLA-SUCMAE.
           05 SM-REG OCCURS 0 TO 200 TIMES
                     DEPENDING ON WS-SM-COUNT.
               10 SM-COD         PIC X(4).
               10 SM-NOMBRE      PIC X(30).
               10 SM-REGION      PIC X(10).
               10 SM-ACTIVA      PIC X(1).
       01 WS-IDX-SM          PIC 9(3).
       01 WS-SUC-BUSCADA     PIC X(4).
       01 WS-SUC-NOMBRE      PIC X(30).
       01 WS-SUC-REGION      PIC X(10).

       *> Control del reporte de tendencia: los 12 periodos del
       *> reporte (1 = el mas antiguo, 12 = el que se cierra), las
       *> sucursales con KPIs en esos periodos con su region, y los
       *> acumulados por periodo de la region en curso (nivel 1) y
       *> del total general (nivel 2).
       01 TABLA-PER-TEND.
           05 TP-PERIODO OCCURS 12 TIMES PIC 9(6).
       01 WS-IDX-TP          PIC 9(2).
       01 WS-TS-MAX          PIC 9(3) VALUE 200.
       01 WS-TS-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-TS-OMITIDAS     PIC 9(3) VALUE ZERO.
       01 TABLA-SUC-TEND.
           05 TS-REG OCCURS 0 TO 200 TIMES
                     DEPENDING ON WS-TS-COUNT.
               10 TS-SUC         PIC X(4).
               10 TS-NOMBRE      PIC X(30).
               10 TS-REGION      PIC X(10).
               10 TS-IMPRESA     PIC X(1).
       01 WS-IDX-TS          PIC 9(3).
       01 WS-IDX-TS2         PIC 9(3).
       01 WS-TS-ENCONTRADA   PIC X VALUE "N".
       01 WS-REGION-ACT      PIC X(10).
       01 WS-NIV             PIC 9(1).
       01 TABLA-ACUM-TEND.
           05 AC-NIVEL OCCURS 2 TIMES.
               10 AC-PER OCCURS 12 TIMES.
                   15 AC-HAY         PIC X(1).
                   15 AC-SALDO OCCURS 5 TIMES PIC 9(9)V99.
                   15 AC-TOTAL       PIC 9(9)V99.
                   15 AC-VENTAS      PIC 9(9)V99.
                   15 AC-DIAS        PIC 9(2).
                   15 AC-RECAUDO     PIC 9(9)V99.
                   15 AC-REVERSADO   PIC 9(9)V99.
                   15 AC-INTERES     PIC 9(9)V99.
                   15 AC-CASTIGOS    PIC 9(9)V99.
                   15 AC-PROVISION   PIC 9(9)V99.

       *> Renglon de tendencia en proceso, llenado desde un registro
       *> de KPIHIST o desde un acumulado de region/total; el
       *> porcentaje por rango y el DSO se recalculan al imprimir
       *> para que los totales salgan ponderados por saldo.
       01 WS-LINEA-TEND.
           05 WL-PERIODO         PIC 9(6).
           05 WL-SALDO OCCURS 5 TIMES PIC 9(9)V99.
           05 WL-TOTAL           PIC 9(9)V99.
           05 WL-VENTAS          PIC 9(9)V99.
           05 WL-DIAS            PIC 9(2).
           05 WL-RECAUDO         PIC 9(9)V99.
           05 WL-REVERSADO       PIC 9(9)V99.
           05 WL-INTERES         PIC 9(9)V99.
           05 WL-CASTIGOS        PIC 9(9)V99.
           05 WL-PROVISION       PIC 9(9)V99.
       01 WS-PORC-CALC       PIC 9(3)V99.
       01 WS-DSO-CALC        PIC 9(5).
       01 WS-DSO-TXT         PIC ZZZZ9.
       01 WS-NETO            PIC S9(9)V99.
       01 WS-NETO-TXT        PIC -(9)9.99.
       01 WS-TXT-TOTAL       PIC Z(9)9.99.
       01 WS-TXT-INTERES     PIC Z(9)9.99.
       01 WS-TXT-CASTIGOS    PIC Z(9)9.99.
       01 WS-TXT-PROVISION   PIC Z(9)9.99.
       01 WS-PORC-TXTS.
           05 WS-PORC-TXT-R OCCURS 5 TIMES PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-PROCESO
           PERFORM LEER-CONTROL
           PERFORM ABRIR-LISTADO
           PERFORM CARGAR-CIERRES
           PERFORM CARGAR-PORCENTAJES
           PERFORM CARGAR-SUCMAE
           PERFORM CARGAR-KPI-HIST
           PERFORM VALIDAR-CIERRE
           IF WS-CIERRE-OK = "S"
               PERFORM CONGELAR-DET
               PERFORM ACUMULAR-RECAUDO
               PERFORM ACUMULAR-VENTAS
               PERFORM ACUMULAR-INTERES
               PERFORM ACUMULAR-CASTIGOS
               PERFORM CALCULAR-PROVISION
               PERFORM IMPRIMIR-PROVISION
               PERFORM GRABAR-KPI
               PERFORM GRABAR-CIERRE
               PERFORM GENERAR-TENDENCIA
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
               DISPLAY "CIERRE: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "CIERRE: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       *> Lee la tarjeta de control y fija el periodo a cerrar, el
       *> periodo anterior y el mes anterior al de la fecha de
       *> proceso (el unico, ademas del mes en curso, que se puede
       *> cerrar: DET.DET solo refleja la cartera de hoy).
       LEER-CONTROL.
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-ACT
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CPR-PERIODO IS NUMERIC
                           MOVE CPR-PERIODO-N TO WS-PERIODO
                       END-IF
                       IF CPR-FORZAR = "S"
                           MOVE "S" TO WS-FORZAR
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           IF WS-PERIODO = ZERO
               MOVE WS-PERIODO-ACT TO WS-PERIODO
           END-IF
           MOVE WS-PERIODO TO WS-PER-CALC
           PERFORM RESTAR-MES
           MOVE WS-PER-CALC TO WS-PERIODO-ANT
           MOVE WS-PERIODO-ACT TO WS-PER-CALC
           PERFORM RESTAR-MES
           MOVE WS-PER-CALC TO WS-PERIODO-ACT-ANT
           STRING "CIE" WS-PERIODO ".DET"
               DELIMITED BY SIZE INTO WS-FOTOMES-NOMBRE
           END-STRING
           EXIT.

       ABRIR-LISTADO.
           OPEN OUTPUT LISTADO-FILE
           MOVE SPACES TO WS-LINE
           STRING "CIERRE DE MES " WS-PERIODO
           " - PROVISION DE CARTERA - FECHA DE PROCESO: "
           WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Busca el periodo en el registro de meses cerrados. Si ya
       *> figura, el cierre solo procede con autorizacion de
       *> re-cierre en la tarjeta de control.
       CARGAR-CIERRES.
           OPEN INPUT CIERRES-FILE
           IF WS-CIERRES-STATUS = "00"
               PERFORM UNTIL EOF-CIERRES = "S"
                   READ CIERRES-FILE
                       AT END MOVE "S" TO EOF-CIERRES
                       NOT AT END
                           ADD 1 TO WS-CIE-COUNT
                           IF CIE-PERIODO = WS-PERIODO
                               MOVE "S" TO WS-YA-CERRADO
                               MOVE CIE-FECHA TO WS-CIE-FECHA-ANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIERRES-FILE
           END-IF
           EXIT.

       *> Carga PROVIS.DET. Un registro con un rango desconocido o
       *> un porcentaje no numerico o mayor que 100 se ignora y se
       *> cuenta para el aviso del resumen.
       CARGAR-PORCENTAJES.
           MOVE 1 TO WS-IDX-RANGO
           PERFORM UNTIL WS-IDX-RANGO > 5
               MOVE ZERO TO PR-PORC(WS-IDX-RANGO)
               MOVE "N"  TO PR-CARGADO(WS-IDX-RANGO)
               ADD 1 TO WS-IDX-RANGO
           END-PERFORM
           OPEN INPUT PROVIS-FILE
           IF WS-PROVIS-STATUS = "00"
               PERFORM UNTIL EOF-PROVIS = "S"
                   READ PROVIS-FILE
                       AT END MOVE "S" TO EOF-PROVIS
                       NOT AT END
                           PERFORM ANOTAR-PORCENTAJE
                   END-READ
               END-PERFORM
               CLOSE PROVIS-FILE
           END-IF
           EXIT.

       ANOTAR-PORCENTAJE.
           MOVE ZERO TO WS-IDX-RANGO
           IF PRV-PORC IS NUMERIC
               IF PRV-PORC-N <= 100
                   MOVE 1 TO WS-IDX-RANGO
                   PERFORM UNTIL WS-IDX-RANGO > 5 OR
                           RANGO-NOM(WS-IDX-RANGO) = PRV-RANGO
                       ADD 1 TO WS-IDX-RANGO
                   END-PERFORM
               END-IF
           END-IF
           IF WS-IDX-RANGO > ZERO AND WS-IDX-RANGO <= 5
               MOVE PRV-PORC-N TO PR-PORC(WS-IDX-RANGO)
               MOVE "S" TO PR-CARGADO(WS-IDX-RANGO)
               MOVE "S" TO WS-HAY-PROVIS
           ELSE
               ADD 1 TO WS-PRV-INVALIDOS
           END-IF
           EXIT.

       *> Carga SUCURSAL.DET en TABLA-SUCMAE, igual que CARTERA.
       CARGAR-SUCMAE.
           MOVE ZERO TO WS-SM-COUNT WS-SM-OMITIDAS
           OPEN INPUT SUCURSAL-FILE
           IF WS-SUCMAE-STATUS = "00"
               PERFORM UNTIL EOF-SUCMAE = "S"
                   READ SUCURSAL-FILE
                       AT END MOVE "S" TO EOF-SUCMAE
                       NOT AT END
                           IF WS-SM-COUNT >= WS-SM-MAX
                               ADD 1 TO WS-SM-OMITIDAS
                           ELSE
                               ADD 1 TO WS-SM-COUNT
                               MOVE SUC3-SUC   TO SM-COD(WS-SM-COUNT)
                               MOVE NOMBRE-SUC TO
                                             SM-NOMBRE(WS-SM-COUNT)
                               MOVE REGION-SUC TO
                                             SM-REGION(WS-SM-COUNT)
                               MOVE ACTIVA-SUC TO
                                             SM-ACTIVA(WS-SM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUCURSAL-FILE
               IF WS-SM-COUNT > ZERO
                   MOVE "S" TO WS-HAY-SUCMAE
               END-IF
           END-IF
           EXIT.

       *> Busca la sucursal WS-SUC-BUSCADA en el maestro, igual que
       *> CARTERA: sin entrada (o con region en blanco) queda bajo
       *> SIN REGION.
       BUSCAR-SUC-MAESTRO.
           MOVE SPACES TO WS-SUC-NOMBRE WS-SUC-REGION
           MOVE 1 TO WS-IDX-SM
           PERFORM UNTIL WS-IDX-SM > WS-SM-COUNT OR
                         WS-SUC-NOMBRE NOT = SPACES
               IF SM-COD(WS-IDX-SM) = WS-SUC-BUSCADA
                   MOVE SM-NOMBRE(WS-IDX-SM) TO WS-SUC-NOMBRE
                   MOVE SM-REGION(WS-IDX-SM) TO WS-SUC-REGION
               END-IF
               ADD 1 TO WS-IDX-SM
           END-PERFORM
           IF WS-SUC-REGION = SPACES
               MOVE "SIN REGION" TO WS-SUC-REGION
           END-IF
           EXIT.

       *> Carga KPIHIST.DET completo en TABLA-KPI-HIST.
       CARGAR-KPI-HIST.
           MOVE ZERO TO WS-KH-COUNT WS-KH-OMITIDOS
           OPEN INPUT KPI-FILE
           IF WS-KPI-STATUS = "00"
               PERFORM UNTIL EOF-KPI = "S"
                   READ KPI-FILE
                       AT END MOVE "S" TO EOF-KPI
                       NOT AT END
                           IF WS-KH-COUNT >= WS-KH-MAX
                               ADD 1 TO WS-KH-OMITIDOS
                           ELSE
                               ADD 1 TO WS-KH-COUNT
                               MOVE KPI-REC TO KH-DATOS(WS-KH-COUNT)
                               MOVE "N" TO KH-BORRADO(WS-KH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KPI-FILE
           END-IF
           EXIT.

       *> Decide si el mes se puede cerrar. El primer motivo de
       *> rechazo encontrado queda en WS-MOTIVO y el cierre no toca
       *> ningun archivo.
       VALIDAR-CIERRE.
           MOVE WS-PERIODO TO WS-PER-CALC
           IF WS-PC-MM < 1 OR WS-PC-MM > 12
               MOVE "N" TO WS-CIERRE-OK
               MOVE "periodo invalido en CIERRE.DET (aaaamm)."
                   TO WS-MOTIVO
           END-IF
           IF WS-CIERRE-OK = "S"
               IF WS-PERIODO = WS-PERIODO-ACT
                   MOVE WS-FECHA-PROCESO TO WS-FECHA-CORTE
               ELSE
                   IF WS-PERIODO = WS-PERIODO-ACT-ANT
                       PERFORM ULTIMO-DIA-MES
                       MOVE WS-FECHA-CALC TO WS-FECHA-CORTE
                   ELSE
                       MOVE "N" TO WS-CIERRE-OK
                       STRING "solo se cierra el mes de la fecha de "
                       "proceso o el anterior (DET.DET es la "
                       "cartera de hoy)."
                           DELIMITED BY SIZE INTO WS-MOTIVO
                       END-STRING
                   END-IF
               END-IF
           END-IF
           IF WS-CIERRE-OK = "S" AND WS-HAY-PROVIS = "N"
               MOVE "N" TO WS-CIERRE-OK
               MOVE "sin porcentajes de provision (PROVIS.DET)."
                   TO WS-MOTIVO
           END-IF
           IF WS-CIERRE-OK = "S" AND WS-YA-CERRADO = "S"
               IF WS-FORZAR = "S"
                   MOVE "S" TO WS-RECIERRE
               ELSE
                   MOVE "N" TO WS-CIERRE-OK
                   STRING "mes ya cerrado el " WS-CIE-FECHA-ANT
                   ": el re-cierre requiere autorizacion (S) en "
                   "CIERRE.DET."
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   END-STRING
               END-IF
           END-IF
           IF WS-CIERRE-OK = "S" AND WS-RECIERRE = "S" AND
              WS-KH-OMITIDOS > ZERO
               MOVE "N" TO WS-CIERRE-OK
               STRING "KPIHIST.DET excede la tabla (" WS-KH-MAX
               "): el re-cierre perderia historia."
                   DELIMITED BY SIZE INTO WS-MOTIVO
               END-STRING
           END-IF
           IF WS-CIERRE-OK = "S"
               MOVE WS-FECHA-CORTE(7:2) TO WS-DIAS-PERIODO
               MOVE SPACES TO WS-LINE
               STRING "FECHA DE CORTE DE MORA: " WS-FECHA-CORTE
               "   CIERRE ANTERIOR CONTRA EL QUE SE AJUSTA: "
               WS-PERIODO-ANT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
               IF WS-RECIERRE = "S"
                   MOVE SPACES TO WS-LINE
                   STRING "RE-CIERRE AUTORIZADO: el mes ya habia "
                   "sido cerrado el " WS-CIE-FECHA-ANT
                   "; se reemplazan su foto y sus KPIs."
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   WRITE LIST-REC FROM WS-LINE
               END-IF
           END-IF
           EXIT.

       *> Mueve WS-PER-CALC (aaaamm) un mes hacia atras.
       RESTAR-MES.
           IF WS-PC-MM <= 1
               MOVE 12 TO WS-PC-MM
               SUBTRACT 1 FROM WS-PC-AAAA
           ELSE
               SUBTRACT 1 FROM WS-PC-MM
           END-IF
           EXIT.

       *> Mueve WS-PER-CALC (aaaamm) un mes hacia adelante.
       SUMAR-MES.
           IF WS-PC-MM >= 12
               MOVE 1 TO WS-PC-MM
               ADD 1 TO WS-PC-AAAA
           ELSE
               ADD 1 TO WS-PC-MM
           END-IF
           EXIT.

       *> Deja en WS-FECHA-CALC el ultimo dia del mes WS-PER-CALC:
       *> el dia anterior al primero del mes siguiente.
       ULTIMO-DIA-MES.
           PERFORM SUMAR-MES
           MOVE WS-PER-CALC TO WS-FC-AAAAMM
           MOVE 1 TO WS-FC-DD
           COMPUTE WS-FECHA-CALC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC) - 1)
           PERFORM RESTAR-MES
           EXIT.

       *> Congela DET.DET: copia cada documento a la foto de cierre
       *> del mes y acumula su saldo por sucursal y rango de mora,
       *> con los mismos cortes de CLASIFICAR-MORA en CARTERA pero
       *> contra la fecha de corte.
       CONGELAR-DET.
           OPEN INPUT DET-FILE
           OPEN OUTPUT FOTOMES-FILE
           PERFORM UNTIL EOF-DET = "S"
               READ DET-FILE
                   AT END MOVE "S" TO EOF-DET
                   NOT AT END
                       WRITE FOTOMES-REC FROM DET-REC
                       ADD 1 TO WS-DOC-COUNT
                       MOVE FUNCTION NUMVAL(SALDO-DET) TO
                                        WS-SALDO-REAL
                       ADD WS-SALDO-REAL TO WS-TOTAL-CARTERA
                       COMPUTE WS-DIAS-MORA =
                           FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE) -
                           FUNCTION INTEGER-OF-DATE(FECHA-VCTO-DET)
                       EVALUATE TRUE
                           WHEN WS-DIAS-MORA <= 0
                               MOVE 1 TO WS-IDX-RANGO
                           WHEN WS-DIAS-MORA <= 30
                               MOVE 2 TO WS-IDX-RANGO
                           WHEN WS-DIAS-MORA <= 60
                               MOVE 3 TO WS-IDX-RANGO
                           WHEN WS-DIAS-MORA <= 90
                               MOVE 4 TO WS-IDX-RANGO
                           WHEN OTHER
                               MOVE 5 TO WS-IDX-RANGO
                       END-EVALUATE
                       MOVE SUC3-DET TO WS-BUSCA-SUC
                       PERFORM BUSCAR-SUC-CIERRE
                       IF WS-IDX-CS > ZERO
                           ADD 1 TO CS-DOCS(WS-IDX-CS)
                           ADD WS-SALDO-REAL TO
                               CS-SALDO(WS-IDX-CS WS-IDX-RANGO)
                           ADD WS-SALDO-REAL TO CS-TOTAL(WS-IDX-CS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DET-FILE
           CLOSE FOTOMES-FILE
           EXIT.

       *> Busca WS-BUSCA-SUC en TABLA-SUC-CIERRE y la agrega en
       *> ceros si no esta. Deja la posicion en WS-IDX-CS, o cero si
       *> la tabla esta llena.
       BUSCAR-SUC-CIERRE.
           MOVE ZERO TO WS-IDX-CS
           MOVE 1 TO WS-IDX-CS2
           PERFORM UNTIL WS-IDX-CS2 > WS-CS-COUNT OR
                         WS-IDX-CS > ZERO
               IF CS-SUC(WS-IDX-CS2) = WS-BUSCA-SUC
                   MOVE WS-IDX-CS2 TO WS-IDX-CS
               END-IF
               ADD 1 TO WS-IDX-CS2
           END-PERFORM
           IF WS-IDX-CS = ZERO
               IF WS-CS-COUNT >= WS-CS-MAX
                   ADD 1 TO WS-CS-OMITIDAS
               ELSE
                   ADD 1 TO WS-CS-COUNT
                   MOVE WS-CS-COUNT TO WS-IDX-CS
                   MOVE WS-BUSCA-SUC TO CS-SUC(WS-IDX-CS)
                   MOVE ZERO TO CS-DOCS(WS-IDX-CS)
                                CS-SALDO(WS-IDX-CS 1)
                                CS-SALDO(WS-IDX-CS 2)
                                CS-SALDO(WS-IDX-CS 3)
                                CS-SALDO(WS-IDX-CS 4)
                                CS-SALDO(WS-IDX-CS 5)
                                CS-TOTAL(WS-IDX-CS)
                                CS-VENTAS(WS-IDX-CS)
                                CS-RECAUDO(WS-IDX-CS)
                                CS-REVERSADO(WS-IDX-CS)
                                CS-INTERES(WS-IDX-CS)
                                CS-CASTIGOS(WS-IDX-CS)
                                CS-PROVISION(WS-IDX-CS)
                                CS-PROV-ANT(WS-IDX-CS)
               END-IF
           END-IF
           EXIT.

       *> Recaudo del mes desde HISTPAG.DET: pagos aplicados (origen
       *> "P" o "S") con fecha de aplicacion en el periodo; las
       *> reversiones de DEVOLUC (origen "R") se acumulan aparte y
       *> restan del recaudo neto.
       ACUMULAR-RECAUDO.
           OPEN INPUT HISTPAG-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL EOF-HIST = "S"
                   READ HISTPAG-FILE
                       AT END MOVE "S" TO EOF-HIST
                       NOT AT END
                           IF HIST-FECHA-APLIC(1:6) = WS-PERIODO
                               MOVE HIST-SUC TO WS-BUSCA-SUC
                               PERFORM BUSCAR-SUC-CIERRE
                               IF WS-IDX-CS > ZERO
                                   IF HIST-ORIGEN = "R"
                                       ADD HIST-VALOR TO
                                           CS-REVERSADO(WS-IDX-CS)
                                   ELSE
                                       ADD HIST-VALOR TO
                                           CS-RECAUDO(WS-IDX-CS)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTPAG-FILE
           END-IF
           EXIT.

       *> Ventas a credito del mes (documentos emitidos por MOVDIA),
       *> base del DSO.
       ACUMULAR-VENTAS.
           OPEN INPUT EMITIDOS-FILE
           IF WS-EMI-STATUS = "00"
               PERFORM UNTIL EOF-EMI = "S"
                   READ EMITIDOS-FILE
                       AT END MOVE "S" TO EOF-EMI
                       NOT AT END
                           IF EMI-FECHA(1:6) = WS-PERIODO
                               MOVE EMI-SUC TO WS-BUSCA-SUC
                               PERFORM BUSCAR-SUC-CIERRE
                               IF WS-IDX-CS > ZERO
                                   ADD EMI-VALOR TO
                                       CS-VENTAS(WS-IDX-CS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMITIDOS-FILE
           END-IF
           EXIT.

       *> Interes de mora contabilizado por CARGINT en el mes.
       ACUMULAR-INTERES.
           OPEN INPUT INTHIST-FILE
           IF WS-INH-STATUS = "00"
               PERFORM UNTIL EOF-INH = "S"
                   READ INTHIST-FILE
                       AT END MOVE "S" TO EOF-INH
                       NOT AT END
                           IF INH-FECHA(1:6) = WS-PERIODO
                               MOVE INH-SUC TO WS-BUSCA-SUC
                               PERFORM BUSCAR-SUC-CIERRE
                               IF WS-IDX-CS > ZERO
                                   ADD INH-VALOR TO
                                       CS-INTERES(WS-IDX-CS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTHIST-FILE
           END-IF
           EXIT.

       *> Castigos del mes desde CASTIGADOS.DET.
       ACUMULAR-CASTIGOS.
           OPEN INPUT CASTIG-FILE
           IF WS-CAS-STATUS = "00"
               PERFORM UNTIL EOF-CAS = "S"
                   READ CASTIG-FILE
                       AT END MOVE "S" TO EOF-CAS
                       NOT AT END
                           IF CAST-FECHA(1:6) = WS-PERIODO
                               MOVE CAST-SUC TO WS-BUSCA-SUC
                               PERFORM BUSCAR-SUC-CIERRE
                               IF WS-IDX-CS > ZERO
                                   ADD CAST-SALDO TO
                                       CS-CASTIGOS(WS-IDX-CS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASTIG-FILE
           END-IF
           EXIT.

       *> Provision requerida por sucursal: saldo de cada rango por
       *> su porcentaje. La provision del cierre anterior sale de
       *> los registros de KPIHIST.DET del periodo anterior; una
       *> sucursal que tenia provision y hoy no tiene saldo entra
       *> con provision cero para que su recuperacion se vea.
       CALCULAR-PROVISION.
           MOVE 1 TO WS-IDX-KH
           PERFORM UNTIL WS-IDX-KH > WS-KH-COUNT
               IF KH-PERIODO(WS-IDX-KH) = WS-PERIODO-ANT AND
                  KH-BORRADO(WS-IDX-KH) = "N"
                   MOVE "S" TO WS-HAY-CIERRE-ANT
                   MOVE KH-SUC(WS-IDX-KH) TO WS-BUSCA-SUC
                   PERFORM BUSCAR-SUC-CIERRE
                   IF WS-IDX-CS > ZERO
                       ADD KH-PROVISION(WS-IDX-KH) TO
                           CS-PROV-ANT(WS-IDX-CS)
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-KH
           END-PERFORM
           MOVE 1 TO WS-IDX-CS
           PERFORM UNTIL WS-IDX-CS > WS-CS-COUNT
               MOVE ZERO TO CS-PROVISION(WS-IDX-CS)
               MOVE 1 TO WS-IDX-RANGO
               PERFORM UNTIL WS-IDX-RANGO > 5
                   COMPUTE CS-PROVISION(WS-IDX-CS) =
                       CS-PROVISION(WS-IDX-CS) +
                       CS-SALDO(WS-IDX-CS WS-IDX-RANGO) *
                       PR-PORC(WS-IDX-RANGO) / 100
                   ADD 1 TO WS-IDX-RANGO
               END-PERFORM
               ADD CS-PROVISION(WS-IDX-CS) TO WS-PROV-TOTAL
               ADD CS-PROV-ANT(WS-IDX-CS)  TO WS-PROV-ANT-TOTAL
               ADD CS-VENTAS(WS-IDX-CS)    TO WS-TOT-VENTAS
               ADD CS-RECAUDO(WS-IDX-CS)   TO WS-TOT-RECAUDO
               ADD CS-REVERSADO(WS-IDX-CS) TO WS-TOT-REVERSADO
               ADD CS-INTERES(WS-IDX-CS)   TO WS-TOT-INTERES
               ADD CS-CASTIGOS(WS-IDX-CS)  TO WS-TOT-CASTIGOS
               ADD 1 TO WS-IDX-CS
           END-PERFORM
           EXIT.

       *> Listado de la provision: porcentajes usados y, por
       *> sucursal, saldo, provision requerida, provision del cierre
       *> anterior y el ajuste (positivo = constituir, negativo =
       *> recuperar).
       IMPRIMIR-PROVISION.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "PORCENTAJES DE PROVISION (PROVIS.DET):"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE 1 TO WS-IDX-RANGO
           PERFORM UNTIL WS-IDX-RANGO > 5
               MOVE PR-PORC(WS-IDX-RANGO) TO WS-PORC-TXT
               MOVE SPACES TO WS-LINE
               STRING "    " RANGO-NOM(WS-IDX-RANGO) " " WS-PORC-TXT
               "%"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               IF PR-CARGADO(WS-IDX-RANGO) = "N"
                   MOVE "(sin registro en PROVIS.DET)"
                       TO WS-LINE(30:28)
               END-IF
               WRITE LIST-REC FROM WS-LINE
               ADD 1 TO WS-IDX-RANGO
           END-PERFORM
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "SUC  | NOMBRE                         |  SALDO CART"
           "ERA |     PROVISION |      ANTERIOR |         AJUSTE"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE 1 TO WS-IDX-CS
           PERFORM UNTIL WS-IDX-CS > WS-CS-COUNT
               MOVE CS-SUC(WS-IDX-CS) TO WS-SUC-BUSCADA
               PERFORM BUSCAR-SUC-MAESTRO
               MOVE CS-TOTAL(WS-IDX-CS)     TO WS-VAL-TXT
               MOVE CS-PROVISION(WS-IDX-CS) TO WS-VAL-TXT-2
               MOVE CS-PROV-ANT(WS-IDX-CS)  TO WS-VAL-TXT-3
               COMPUTE WS-AJUSTE = CS-PROVISION(WS-IDX-CS) -
                                   CS-PROV-ANT(WS-IDX-CS)
               MOVE WS-AJUSTE TO WS-AJUSTE-TXT
               MOVE SPACES TO WS-LINE
               STRING CS-SUC(WS-IDX-CS) " | " WS-SUC-NOMBRE " | "
               WS-VAL-TXT " | " WS-VAL-TXT-2 " | " WS-VAL-TXT-3
               " | " WS-AJUSTE-TXT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
               ADD 1 TO WS-IDX-CS
           END-PERFORM
           MOVE WS-TOTAL-CARTERA  TO WS-VAL-TXT
           MOVE WS-PROV-TOTAL     TO WS-VAL-TXT-2
           MOVE WS-PROV-ANT-TOTAL TO WS-VAL-TXT-3
           COMPUTE WS-AJUSTE = WS-PROV-TOTAL - WS-PROV-ANT-TOTAL
           MOVE WS-AJUSTE TO WS-AJUSTE-TXT
           MOVE SPACES TO WS-LINE
           STRING "TOTAL  " "                               | "
           WS-VAL-TXT " | " WS-VAL-TXT-2 " | " WS-VAL-TXT-3
           " | " WS-AJUSTE-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           IF WS-AJUSTE < ZERO
               STRING "AJUSTE DE PROVISION DEL MES: " WS-AJUSTE-TXT
               " (RECUPERACION DE PROVISION)"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               STRING "AJUSTE DE PROVISION DEL MES: " WS-AJUSTE-TXT
               " (PROVISION A CONSTITUIR)"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF
           WRITE LIST-REC FROM WS-LINE
           IF WS-HAY-CIERRE-ANT = "N"
               MOVE SPACES TO WS-LINE
               STRING "AVISO: sin KPIs del cierre " WS-PERIODO-ANT
               " en KPIHIST.DET: el ajuste se calcula contra "
               "provision anterior cero."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.

       *> Graba los KPIs del mes, uno por sucursal. En un cierre
       *> normal se agregan al final de KPIHIST.DET; en un re-cierre
       *> autorizado se reescribe el archivo sin los registros
       *> anteriores del mes, para que cada periodo quede una sola
       *> vez. Los registros nuevos tambien entran a la tabla para
       *> el reporte de tendencia.
       GRABAR-KPI.
           IF WS-RECIERRE = "S"
               OPEN OUTPUT KPI-FILE
               MOVE 1 TO WS-IDX-KH
               PERFORM UNTIL WS-IDX-KH > WS-KH-COUNT
                   IF KH-PERIODO(WS-IDX-KH) = WS-PERIODO
                       MOVE "S" TO KH-BORRADO(WS-IDX-KH)
                   ELSE
                       MOVE KH-DATOS(WS-IDX-KH) TO KPI-REC
                       WRITE KPI-REC
                   END-IF
                   ADD 1 TO WS-IDX-KH
               END-PERFORM
           ELSE
               OPEN EXTEND KPI-FILE
               IF WS-KPI-STATUS = "35"
                   OPEN OUTPUT KPI-FILE
               END-IF
           END-IF
           MOVE 1 TO WS-IDX-CS
           PERFORM UNTIL WS-IDX-CS > WS-CS-COUNT
               PERFORM ARMAR-KPI
               WRITE KPI-REC
               ADD 1 TO WS-KPI-GRABADOS
               IF WS-KH-COUNT >= WS-KH-MAX
                   ADD 1 TO WS-KH-OMITIDOS
               ELSE
                   ADD 1 TO WS-KH-COUNT
                   MOVE KPI-REC TO KH-DATOS(WS-KH-COUNT)
                   MOVE "N" TO KH-BORRADO(WS-KH-COUNT)
               END-IF
               ADD 1 TO WS-IDX-CS
           END-PERFORM
           CLOSE KPI-FILE
           EXIT.

       *> Arma el registro de KPIs de la sucursal WS-IDX-CS: % de la
       *> cartera en cada rango y DSO = cartera / ventas del mes *
       *> dias transcurridos del mes a la fecha de corte.
       ARMAR-KPI.
           MOVE SPACES TO KPI-REC
           MOVE WS-PERIODO               TO KPI-PERIODO
           MOVE CS-SUC(WS-IDX-CS)        TO KPI-SUC
           MOVE WS-FECHA-CORTE           TO KPI-FECHA-CORTE
           MOVE CS-DOCS(WS-IDX-CS)       TO KPI-DOCS
           MOVE 1 TO WS-IDX-RANGO
           PERFORM UNTIL WS-IDX-RANGO > 5
               MOVE CS-SALDO(WS-IDX-CS WS-IDX-RANGO) TO
                   KPI-SALDO(WS-IDX-RANGO)
               MOVE ZERO TO KPI-PORC(WS-IDX-RANGO)
               IF CS-TOTAL(WS-IDX-CS) > ZERO
                   COMPUTE KPI-PORC(WS-IDX-RANGO) =
                       CS-SALDO(WS-IDX-CS WS-IDX-RANGO) * 100 /
                       CS-TOTAL(WS-IDX-CS)
               END-IF
               ADD 1 TO WS-IDX-RANGO
           END-PERFORM
           MOVE CS-TOTAL(WS-IDX-CS)      TO KPI-TOTAL
           MOVE CS-VENTAS(WS-IDX-CS)     TO KPI-VENTAS
           MOVE WS-DIAS-PERIODO          TO KPI-DIAS
           MOVE ZERO TO KPI-DSO
           IF CS-VENTAS(WS-IDX-CS) > ZERO
               COMPUTE KPI-DSO = CS-TOTAL(WS-IDX-CS) *
                   WS-DIAS-PERIODO / CS-VENTAS(WS-IDX-CS)
                   ON SIZE ERROR MOVE 99999 TO KPI-DSO
               END-COMPUTE
           END-IF
           MOVE CS-RECAUDO(WS-IDX-CS)    TO KPI-RECAUDO
           MOVE CS-REVERSADO(WS-IDX-CS)  TO KPI-REVERSADO
           MOVE CS-INTERES(WS-IDX-CS)    TO KPI-INTERES
           MOVE CS-CASTIGOS(WS-IDX-CS)   TO KPI-CASTIGOS
           MOVE CS-PROVISION(WS-IDX-CS)  TO KPI-PROVISION
           EXIT.

       *> Deja el mes en el registro de meses cerrados. Una
       *> autorizacion de re-cierre sirve una sola vez: la tarjeta
       *> de control se vacia para que no quede abierta para el
       *> proximo cierre.
       GRABAR-CIERRE.
           OPEN EXTEND CIERRES-FILE
           IF WS-CIERRES-STATUS = "35"
               OPEN OUTPUT CIERRES-FILE
           END-IF
           MOVE SPACES            TO CIERRE-REC
           MOVE WS-PERIODO        TO CIE-PERIODO
           MOVE WS-FECHA-PROCESO  TO CIE-FECHA
           MOVE WS-HORA-PROCESO   TO CIE-HORA
           MOVE WS-FECHA-CORTE    TO CIE-FECHA-CORTE
           MOVE WS-DOC-COUNT      TO CIE-DOCS
           MOVE WS-TOTAL-CARTERA  TO CIE-TOTAL
           MOVE WS-PROV-TOTAL     TO CIE-PROVISION
           MOVE WS-RECIERRE       TO CIE-RECIERRE
           WRITE CIERRE-REC
           CLOSE CIERRES-FILE
           IF WS-FORZAR = "S"
               OPEN OUTPUT PARAM-FILE
               CLOSE PARAM-FILE
           END-IF
           EXIT.

       *> Reporte de tendencia de los ultimos 12 meses (el cerrado y
       *> los 11 anteriores) desde KPIHIST.DET: un bloque por
       *> sucursal agrupado por region, como el consolidado
       *> regional de CARTERA, con total de region y total general.
       GENERAR-TENDENCIA.
           MOVE WS-PERIODO TO WS-PER-CALC
           MOVE 12 TO WS-IDX-TP
           PERFORM UNTIL WS-IDX-TP = ZERO
               MOVE WS-PER-CALC TO TP-PERIODO(WS-IDX-TP)
               PERFORM RESTAR-MES
               SUBTRACT 1 FROM WS-IDX-TP
           END-PERFORM
           MOVE ZERO TO WS-TS-COUNT WS-TS-OMITIDAS
           MOVE 1 TO WS-IDX-KH
           PERFORM UNTIL WS-IDX-KH > WS-KH-COUNT
               IF KH-BORRADO(WS-IDX-KH) = "N" AND
                  KH-PERIODO(WS-IDX-KH) >= TP-PERIODO(1) AND
                  KH-PERIODO(WS-IDX-KH) <= TP-PERIODO(12)
                   PERFORM ANOTAR-SUC-TEND
               END-IF
               ADD 1 TO WS-IDX-KH
           END-PERFORM
           OPEN OUTPUT TENDENC-FILE
           MOVE SPACES TO WS-TEND-LINE
           STRING "TENDENCIA DE CARTERA - ULTIMOS 12 MESES CERRADOS "
           "(" TP-PERIODO(1) " A " TP-PERIODO(12)
           ") - FECHA DE PROCESO: " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-TEND-LINE
           END-STRING
           WRITE TENDENC-REC FROM WS-TEND-LINE
           IF WS-HAY-SUCMAE = "N"
               MOVE SPACES TO WS-TEND-LINE
               STRING "AVISO: sin maestro de sucursales "
               "(SUCURSAL.DET): todas las sucursales salen bajo "
               "SIN REGION."
                   DELIMITED BY SIZE INTO WS-TEND-LINE
               END-STRING
               WRITE TENDENC-REC FROM WS-TEND-LINE
           END-IF
           MOVE 2 TO WS-NIV
           PERFORM LIMPIAR-ACUM
           MOVE 1 TO WS-IDX-TS
           PERFORM UNTIL WS-IDX-TS > WS-TS-COUNT
               IF TS-IMPRESA(WS-IDX-TS) NOT = "S"
                   MOVE TS-REGION(WS-IDX-TS) TO WS-REGION-ACT
                   PERFORM IMPRIMIR-REGION-TEND
               END-IF
               ADD 1 TO WS-IDX-TS
           END-PERFORM
           MOVE SPACES TO WS-TEND-LINE
           WRITE TENDENC-REC FROM WS-TEND-LINE
           MOVE SPACES TO WS-TEND-LINE
           STRING "TOTAL GENERAL"
               DELIMITED BY SIZE INTO WS-TEND-LINE
           END-STRING
           WRITE TENDENC-REC FROM WS-TEND-LINE
           PERFORM IMPRIMIR-ENCAB-TEND
           MOVE 2 TO WS-NIV
           PERFORM IMPRIMIR-BLOQUE-ACUM
           IF WS-TS-OMITIDAS > ZERO OR WS-KH-OMITIDOS > ZERO
               MOVE SPACES TO WS-TEND-LINE
               STRING "AVISO: " WS-TS-OMITIDAS " sucursal(es) y "
               WS-KH-OMITIDOS " registro(s) de KPIHIST.DET fuera "
               "del reporte por exceder la capacidad de las tablas."
                   DELIMITED BY SIZE INTO WS-TEND-LINE
               END-STRING
               WRITE TENDENC-REC FROM WS-TEND-LINE
           END-IF
           CLOSE TENDENC-FILE
           EXIT.

       *> Agrega la sucursal del registro WS-IDX-KH a la lista del
       *> reporte si todavia no esta, con su nombre y region.
       ANOTAR-SUC-TEND.
           MOVE "N" TO WS-TS-ENCONTRADA
           MOVE 1 TO WS-IDX-TS
           PERFORM UNTIL WS-IDX-TS > WS-TS-COUNT OR
                         WS-TS-ENCONTRADA = "S"
               IF TS-SUC(WS-IDX-TS) = KH-SUC(WS-IDX-KH)
                   MOVE "S" TO WS-TS-ENCONTRADA
               END-IF
               ADD 1 TO WS-IDX-TS
           END-PERFORM
           IF WS-TS-ENCONTRADA = "N"
               IF WS-TS-COUNT >= WS-TS-MAX
                   ADD 1 TO WS-TS-OMITIDAS
               ELSE
                   ADD 1 TO WS-TS-COUNT
                   MOVE KH-SUC(WS-IDX-KH) TO TS-SUC(WS-TS-COUNT)
                   MOVE KH-SUC(WS-IDX-KH) TO WS-SUC-BUSCADA
                   PERFORM BUSCAR-SUC-MAESTRO
                   MOVE WS-SUC-NOMBRE TO TS-NOMBRE(WS-TS-COUNT)
                   MOVE WS-SUC-REGION TO TS-REGION(WS-TS-COUNT)
                   MOVE "N" TO TS-IMPRESA(WS-TS-COUNT)
               END-IF
           END-IF
           EXIT.

       *> Bloque de una region: cada sucursal de la region con sus
       *> 12 meses y al final el total de la region, que se suma al
       *> total general.
       IMPRIMIR-REGION-TEND.
           MOVE 1 TO WS-NIV
           PERFORM LIMPIAR-ACUM
           MOVE SPACES TO WS-TEND-LINE
           WRITE TENDENC-REC FROM WS-TEND-LINE
           MOVE SPACES TO WS-TEND-LINE
           STRING "REGION: " WS-REGION-ACT
               DELIMITED BY SIZE INTO WS-TEND-LINE
           END-STRING
           WRITE TENDENC-REC FROM WS-TEND-LINE
           MOVE WS-IDX-TS TO WS-IDX-TS2
           PERFORM UNTIL WS-IDX-TS2 > WS-TS-COUNT
               IF TS-REGION(WS-IDX-TS2) = WS-REGION-ACT AND
                  TS-IMPRESA(WS-IDX-TS2) NOT = "S"
                   PERFORM IMPRIMIR-SUC-TEND
                   MOVE "S" TO TS-IMPRESA(WS-IDX-TS2)
               END-IF
               ADD 1 TO WS-IDX-TS2
           END-PERFORM
           MOVE SPACES TO WS-TEND-LINE
           STRING "  TOTAL REGION " WS-REGION-ACT
               DELIMITED BY SIZE INTO WS-TEND-LINE
           END-STRING
           WRITE TENDENC-REC FROM WS-TEND-LINE
           PERFORM IMPRIMIR-ENCAB-TEND
           MOVE 1 TO WS-NIV
           PERFORM IMPRIMIR-BLOQUE-ACUM
           MOVE 1 TO WS-IDX-TP
           PERFORM UNTIL WS-IDX-TP > 12
               IF AC-HAY(1 WS-IDX-TP) = "S"
                   PERFORM ACUM-A-LINEA
                   MOVE 2 TO WS-NIV
                   PERFORM SUMAR-LINEA-A-ACUM
                   MOVE 1 TO WS-NIV
               END-IF
               ADD 1 TO WS-IDX-TP
           END-PERFORM
           EXIT.

       *> Los 12 meses de la sucursal WS-IDX-TS2, sumando cada mes
       *> con cierre al acumulado de la region.
       IMPRIMIR-SUC-TEND.
           MOVE SPACES TO WS-TEND-LINE
           STRING "  SUCURSAL " TS-SUC(WS-IDX-TS2) " "
           TS-NOMBRE(WS-IDX-TS2)
               DELIMITED BY SIZE INTO WS-TEND-LINE
           END-STRING
           WRITE TENDENC-REC FROM WS-TEND-LINE
           PERFORM IMPRIMIR-ENCAB-TEND
           MOVE 1 TO WS-IDX-TP
           PERFORM UNTIL WS-IDX-TP > 12
               PERFORM BUSCAR-KPI-TEND
               IF WS-IDX-KH2 > ZERO
                   PERFORM KPI-A-LINEA
                   PERFORM IMPRIMIR-LINEA-TEND
                   MOVE 1 TO WS-NIV
                   PERFORM SUMAR-LINEA-A-ACUM
               ELSE
                   PERFORM IMPRIMIR-SIN-CIERRE
               END-IF
               ADD 1 TO WS-IDX-TP
           END-PERFORM
           EXIT.

       *> Busca en la tabla el registro de KPIs de la sucursal
       *> WS-IDX-TS2 para el periodo WS-IDX-TP. Deja su posicion en
       *> WS-IDX-KH2, o cero si ese mes no se cerro para ella.
       BUSCAR-KPI-TEND.
           MOVE ZERO TO WS-IDX-KH2
           MOVE 1 TO WS-IDX-KH
           PERFORM UNTIL WS-IDX-KH > WS-KH-COUNT
               IF KH-PERIODO(WS-IDX-KH) = TP-PERIODO(WS-IDX-TP) AND
                  KH-SUC(WS-IDX-KH) = TS-SUC(WS-IDX-TS2) AND
                  KH-BORRADO(WS-IDX-KH) = "N"
                   MOVE WS-IDX-KH TO WS-IDX-KH2
                   MOVE WS-KH-COUNT TO WS-IDX-KH
               END-IF
               ADD 1 TO WS-IDX-KH
           END-PERFORM
           EXIT.

       *> Pone en cero el acumulado del nivel WS-NIV.
       LIMPIAR-ACUM.
           MOVE 1 TO WS-IDX-TP
           PERFORM UNTIL WS-IDX-TP > 12
               MOVE "N" TO AC-HAY(WS-NIV WS-IDX-TP)
               MOVE ZERO TO AC-SALDO(WS-NIV WS-IDX-TP 1)
                            AC-SALDO(WS-NIV WS-IDX-TP 2)
                            AC-SALDO(WS-NIV WS-IDX-TP 3)
                            AC-SALDO(WS-NIV WS-IDX-TP 4)
                            AC-SALDO(WS-NIV WS-IDX-TP 5)
                            AC-TOTAL(WS-NIV WS-IDX-TP)
                            AC-VENTAS(WS-NIV WS-IDX-TP)
                            AC-DIAS(WS-NIV WS-IDX-TP)
                            AC-RECAUDO(WS-NIV WS-IDX-TP)
                            AC-REVERSADO(WS-NIV WS-IDX-TP)
                            AC-INTERES(WS-NIV WS-IDX-TP)
                            AC-CASTIGOS(WS-NIV WS-IDX-TP)
                            AC-PROVISION(WS-NIV WS-IDX-TP)
               ADD 1 TO WS-IDX-TP
           END-PERFORM
           EXIT.

       *> Suma el renglon en proceso al acumulado del nivel WS-NIV
       *> para el periodo WS-IDX-TP.
       SUMAR-LINEA-A-ACUM.
           MOVE "S" TO AC-HAY(WS-NIV WS-IDX-TP)
           MOVE 1 TO WS-IDX-RANGO
           PERFORM UNTIL WS-IDX-RANGO > 5
               ADD WL-SALDO(WS-IDX-RANGO) TO
                   AC-SALDO(WS-NIV WS-IDX-TP WS-IDX-RANGO)
               ADD 1 TO WS-IDX-RANGO
           END-PERFORM
           ADD WL-TOTAL      TO AC-TOTAL(WS-NIV WS-IDX-TP)
           ADD WL-VENTAS     TO AC-VENTAS(WS-NIV WS-IDX-TP)
           MOVE WL-DIAS      TO AC-DIAS(WS-NIV WS-IDX-TP)
           ADD WL-RECAUDO    TO AC-RECAUDO(WS-NIV WS-IDX-TP)
           ADD WL-REVERSADO  TO AC-REVERSADO(WS-NIV WS-IDX-TP)
           ADD WL-INTERES    TO AC-INTERES(WS-NIV WS-IDX-TP)
           ADD WL-CASTIGOS   TO AC-CASTIGOS(WS-NIV WS-IDX-TP)
           ADD WL-PROVISION  TO AC-PROVISION(WS-NIV WS-IDX-TP)
           EXIT.

       *> Llena el renglon en proceso desde el registro WS-IDX-KH2.
       KPI-A-LINEA.
           MOVE TP-PERIODO(WS-IDX-TP) TO WL-PERIODO
           MOVE 1 TO WS-IDX-RANGO
           PERFORM UNTIL WS-IDX-RANGO > 5
               MOVE KH-SALDO(WS-IDX-KH2 WS-IDX-RANGO) TO
                   WL-SALDO(WS-IDX-RANGO)
               ADD 1 TO WS-IDX-RANGO
           END-PERFORM
           MOVE KH-TOTAL(WS-IDX-KH2)      TO WL-TOTAL
           MOVE KH-VENTAS(WS-IDX-KH2)     TO WL-VENTAS
           MOVE KH-DIAS(WS-IDX-KH2)       TO WL-DIAS
           MOVE KH-RECAUDO(WS-IDX-KH2)    TO WL-RECAUDO
           MOVE KH-REVERSADO(WS-IDX-KH2)  TO WL-REVERSADO
           MOVE KH-INTERES(WS-IDX-KH2)    TO WL-INTERES
           MOVE KH-CASTIGOS(WS-IDX-KH2)   TO WL-CASTIGOS
           MOVE KH-PROVISION(WS-IDX-KH2)  TO WL-PROVISION
           EXIT.

       *> Llena el renglon en proceso desde el acumulado del nivel
       *> WS-NIV para el periodo WS-IDX-TP.
       ACUM-A-LINEA.
           MOVE TP-PERIODO(WS-IDX-TP) TO WL-PERIODO
           MOVE 1 TO WS-IDX-RANGO
           PERFORM UNTIL WS-IDX-RANGO > 5
               MOVE AC-SALDO(WS-NIV WS-IDX-TP WS-IDX-RANGO) TO
                   WL-SALDO(WS-IDX-RANGO)
               ADD 1 TO WS-IDX-RANGO
           END-PERFORM
           MOVE AC-TOTAL(WS-NIV WS-IDX-TP)      TO WL-TOTAL
           MOVE AC-VENTAS(WS-NIV WS-IDX-TP)     TO WL-VENTAS
           MOVE AC-DIAS(WS-NIV WS-IDX-TP)       TO WL-DIAS
           MOVE AC-RECAUDO(WS-NIV WS-IDX-TP)    TO WL-RECAUDO
           MOVE AC-REVERSADO(WS-NIV WS-IDX-TP)  TO WL-REVERSADO
           MOVE AC-INTERES(WS-NIV WS-IDX-TP)    TO WL-INTERES
           MOVE AC-CASTIGOS(WS-NIV WS-IDX-TP)   TO WL-CASTIGOS
           MOVE AC-PROVISION(WS-NIV WS-IDX-TP)  TO WL-PROVISION
           EXIT.

       *> Imprime los 12 meses del acumulado del nivel WS-NIV.
       IMPRIMIR-BLOQUE-ACUM.
           MOVE 1 TO WS-IDX-TP
           PERFORM UNTIL WS-IDX-TP > 12
               IF AC-HAY(WS-NIV WS-IDX-TP) = "S"
                   PERFORM ACUM-A-LINEA
                   PERFORM IMPRIMIR-LINEA-TEND
               ELSE
                   PERFORM IMPRIMIR-SIN-CIERRE
               END-IF
               ADD 1 TO WS-IDX-TP
           END-PERFORM
           EXIT.

       IMPRIMIR-ENCAB-TEND.
           MOVE SPACES TO WS-TEND-LINE
           STRING "    PERIODO |         TOTAL |  %CORR |  %1-30 | "
           "%31-60 | %61-90 |   %90+ |   DSO |  RECAUDO NETO |"
           "       INTERES |      CASTIGOS |     PROVISION"
               DELIMITED BY SIZE INTO WS-TEND-LINE
           END-STRING
           WRITE TENDENC-REC FROM WS-TEND-LINE
           EXIT.

       *> Renglon de un mes: % de la cartera en cada rango y DSO
       *> recalculados sobre los saldos del renglon, y recaudo neto
       *> de reversiones.
       IMPRIMIR-LINEA-TEND.
           MOVE 1 TO WS-IDX-RANGO
           PERFORM UNTIL WS-IDX-RANGO > 5
               MOVE ZERO TO WS-PORC-CALC
               IF WL-TOTAL > ZERO
                   COMPUTE WS-PORC-CALC =
                       WL-SALDO(WS-IDX-RANGO) * 100 / WL-TOTAL
               END-IF
               MOVE WS-PORC-CALC TO WS-PORC-TXT-R(WS-IDX-RANGO)
               ADD 1 TO WS-IDX-RANGO
           END-PERFORM
           MOVE ZERO TO WS-DSO-CALC
           IF WL-VENTAS > ZERO
               COMPUTE WS-DSO-CALC = WL-TOTAL * WL-DIAS / WL-VENTAS
                   ON SIZE ERROR MOVE 99999 TO WS-DSO-CALC
               END-COMPUTE
           END-IF
           MOVE WS-DSO-CALC TO WS-DSO-TXT
           COMPUTE WS-NETO = WL-RECAUDO - WL-REVERSADO
           MOVE WS-NETO       TO WS-NETO-TXT
           MOVE WL-TOTAL      TO WS-TXT-TOTAL
           MOVE WL-INTERES    TO WS-TXT-INTERES
           MOVE WL-CASTIGOS   TO WS-TXT-CASTIGOS
           MOVE WL-PROVISION  TO WS-TXT-PROVISION
           MOVE SPACES TO WS-TEND-LINE
           STRING "     " WL-PERIODO " | " WS-TXT-TOTAL " | "
           WS-PORC-TXT-R(1) " | " WS-PORC-TXT-R(2) " | "
           WS-PORC-TXT-R(3) " | " WS-PORC-TXT-R(4) " | "
           WS-PORC-TXT-R(5) " | " WS-DSO-TXT " | "
           WS-NETO-TXT " | " WS-TXT-INTERES " | "
           WS-TXT-CASTIGOS " | " WS-TXT-PROVISION
               DELIMITED BY SIZE INTO WS-TEND-LINE
           END-STRING
           WRITE TENDENC-REC FROM WS-TEND-LINE
           EXIT.

       IMPRIMIR-SIN-CIERRE.
           MOVE SPACES TO WS-TEND-LINE
           STRING "     " TP-PERIODO(WS-IDX-TP) " | sin cierre"
               DELIMITED BY SIZE INTO WS-TEND-LINE
           END-STRING
           WRITE TENDENC-REC FROM WS-TEND-LINE
           EXIT.

       *> Resumen del cierre: totales del mes y veredicto.
       IMPRIMIR-RESUMEN.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           IF WS-CIERRE-OK = "N"
               MOVE SPACES TO WS-LINE
               STRING "*** CIERRE RECHAZADO: " WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           ELSE
               MOVE SPACES TO WS-LINE
               STRING "DOCUMENTOS EN LA FOTO DE CIERRE ("
               WS-FOTOMES-NOMBRE "): " WS-DOC-COUNT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
               MOVE WS-TOTAL-CARTERA TO WS-VAL-TXT
               MOVE SPACES TO WS-LINE
               STRING "TOTAL CARTERA AL CIERRE:    " WS-VAL-TXT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
               MOVE WS-TOT-VENTAS TO WS-VAL-TXT
               MOVE SPACES TO WS-LINE
               STRING "VENTAS A CREDITO DEL MES:   " WS-VAL-TXT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
               MOVE WS-TOT-RECAUDO TO WS-VAL-TXT
               MOVE WS-TOT-REVERSADO TO WS-VAL-TXT-2
               COMPUTE WS-NETO = WS-TOT-RECAUDO - WS-TOT-REVERSADO
               MOVE WS-NETO TO WS-NETO-TXT
               MOVE SPACES TO WS-LINE
               STRING "RECAUDO DEL MES:            " WS-VAL-TXT
               "  REVERSADO: " WS-VAL-TXT-2 "  NETO: " WS-NETO-TXT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
               MOVE WS-TOT-INTERES TO WS-VAL-TXT
               MOVE SPACES TO WS-LINE
               STRING "INTERES CONTABILIZADO:      " WS-VAL-TXT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
               MOVE WS-TOT-CASTIGOS TO WS-VAL-TXT
               MOVE SPACES TO WS-LINE
               STRING "CASTIGOS DEL MES:           " WS-VAL-TXT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
               MOVE SPACES TO WS-LINE
               STRING "REGISTROS DE KPIs GRABADOS EN KPIHIST.DET: "
               WS-KPI-GRABADOS
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
               IF WS-PRV-INVALIDOS > ZERO
                   MOVE SPACES TO WS-LINE
                   STRING "AVISO: " WS-PRV-INVALIDOS
                   " registro(s) de PROVIS.DET ignorados (rango "
                   "desconocido o porcentaje invalido)."
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   WRITE LIST-REC FROM WS-LINE
               END-IF
               IF WS-CS-OMITIDAS > ZERO
                   MOVE SPACES TO WS-LINE
                   STRING "AVISO: " WS-CS-OMITIDAS
                   " sucursal(es) fuera del cierre por exceder la "
                   "tabla (" WS-CS-MAX ")."
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   WRITE LIST-REC FROM WS-LINE
               END-IF
               MOVE SPACES TO WS-LINE
               IF WS-RECIERRE = "S"
                   STRING "*** MES " WS-PERIODO " RE-CERRADO "
                   "(AUTORIZADO EN CIERRE.DET) ***"
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
               ELSE
                   STRING "*** MES " WS-PERIODO " CERRADO ***"
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
               END-IF
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.
