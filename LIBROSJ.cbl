000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     STATUTORY PAYROLL LEDGER (LIBRO DE SUELDOS Y
000700*              JORNALES). MODE G RENDERS THE RELEASED PERIOD OF
000800*              PAYROLLREG ONTO NUMBERED FOLIOS, ONE FOLIO PER
000900*              EMPLOYEE, COMPANY AND PERIOD: FULL NAME, CUIT AND
001000*              ADDRESS FROM PERSONAS, YEARS OF SERVICE FROM
001100*              PAYHIST, EVERY REGISTER LINE OF THE ENTRY AND THE
001200*              DEDDET DEDUCTIONS BY CONCEPT. FOLIO NUMBERS ARE
001300*              DRAWN IN ORDER FROM THE RANGES AUTHORIZED PER
001400*              COMPANY IN FOLIOAUT (MODE A ADDS A RANGE); WHEN
001500*              THE RANGES RUN OUT NO FOLIO IS PRINTED AND THE
001600*              RUN ENDS WITH RC 8. LIBROIDX RECORDS WHICH FOLIO
001700*              HOLDS WHICH EMPLOYEE AND PERIOD AND LIBROFOL KEEPS
001800*              THE TEXT OF EVERY FOLIO: AN ENTRY ALREADY IN THE
001900*              BOOK IS NEVER PRINTED AGAIN, AN ENTRY THAT CHANGED
002000*              AFTER A RERUN, AND EVERY RETRO ADJUSTMENT POSTED
002100*              BY A REPROCESSING RUN, GOES ON A NEW RECTIFICATION
002200*              FOLIO THAT POINTS TO THE ORIGINAL ONE. MODE R
002300*              REPRINTS A FOLIO FROM LIBROFOL MARKED AS A
002400*              DUPLICATE AND COUNTS THE REPRINT; MODE L LISTS
002500*              THE FOLIOS AND THE RANGES. THE PRINT FILE IS
002600*              LIBROSJ.
002700* TECTONICS:   COBC
002800*
002900* MODIFICATION HISTORY:
003000*   - NEW LEDGER PROGRAM, OFFERED FROM THE MENUUTIL MENU.
003001*   - MINIMUM WAGE TOP-UP 'M' LINES GET A CONCEPT OF THEIR OWN.
003002*   - PERSONAS RECORD WIDENED FOR PE-IDIOMA.
003003*   - ONE-OFF EARNING 'N'/'X' LINES ARE NAMED BY THEIR CONCEPT.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. LIBROSJ.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL PAYROLL-REG-FILE ASSIGN TO 'PAYROLLREG'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS LSJ-STATUS-PAYROLL.
004000     SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'PAYHIST'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS LSJ-STATUS-PAYHIST.
004300     SELECT OPTIONAL DEDDET-FILE ASSIGN TO 'DEDDET'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS LSJ-STATUS-DETALLE.
004600     SELECT OPTIONAL PERSONAS-FILE ASSIGN TO 'PERSONAS'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS LSJ-STATUS-PERSONAS.
004900     SELECT OPTIONAL REGSTATE-FILE ASSIGN TO 'REGSTATE'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS LSJ-STATUS-REGSTATE.
005200     SELECT OPTIONAL COMPANIAS-FILE ASSIGN TO 'COMPANIAS'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS LSJ-STATUS-COMPANIAS.
005500     SELECT OPTIONAL FOLIOAUT-FILE ASSIGN TO 'FOLIOAUT'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS LSJ-STATUS-FOLIOAUT.
005800     SELECT OPTIONAL LIBROIDX-FILE ASSIGN TO 'LIBROIDX'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS LSJ-STATUS-INDICE.
006100     SELECT OPTIONAL LIBROFOL-FILE ASSIGN TO 'LIBROFOL'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS LSJ-STATUS-ARCHIVO.
006400     SELECT LIBROSJ-FILE ASSIGN TO 'LIBROSJ'
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  PAYROLL-REG-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  PR-RECORD.
007100     COPY PAYROLLREG.
007200 FD  PAYHIST-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  PH-RECORD.
007500     05 PH-NOMBRE                PIC X(05).
007600     05 PH-SENIORIDAD            PIC X(06).
007700     05 PH-SUELDO-MENSUAL        PIC 9(06)V99.
007800     05 PH-SUELDO-ANUAL          PIC 9(07)V99.
007900     05 PH-BONO                  PIC 9(06)V99.
008000     05 PH-PERIODO               PIC 9(06).
008100     05 PH-DEPARTAMENTO          PIC X(10).
008200     05 PH-EXPERIENCIA           PIC 9(02).
008300     05 PH-ID                    PIC 9(05).
008400     05 PH-IMPORTE-EXTRA         PIC 9(06)V99.
008500     05 PH-TIPO-LINEA            PIC X(01).
008600     05 PH-PERIODO-REF           PIC 9(06).
008700     05 PH-COMPANIA              PIC X(03).
008800 FD  DEDDET-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  DT-RECORD.
009100     05 DT-ID                    PIC 9(05).
009200     05 DT-NOMBRE                PIC X(05).
009300     05 DT-CONCEPTO              PIC X(15).
009400     05 DT-IMPORTE               PIC S9(06)V99.
009500     05 DT-PERIODO               PIC 9(06).
009600     05 DT-COMPANIA              PIC X(03).
009700 FD  PERSONAS-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  PE-RECORD.
010000     05 PE-ID                    PIC 9(05).
010100     05 PE-NOMBRE-COMPLETO       PIC X(40).
010200     05 PE-CUIT                  PIC X(11).
010300     05 PE-DIRECCION             PIC X(40).
010301     05 PE-IDIOMA                PIC X(01).
010400 FD  REGSTATE-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  RG-RECORD.
010700     05 RG-PERIODO               PIC 9(06).
010800     05 RG-ESTADO                PIC X(01).
010900     05 RG-USUARIO               PIC X(08).
011000     05 RG-FECHA                 PIC 9(08).
011100 FD  COMPANIAS-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  CO-RECORD.
011400     05 CO-CODIGO                PIC X(03).
011500     05 CO-NOMBRE                PIC X(20).
011600     05 CO-MONEDA                PIC X(03).
011700     05 CO-FRECUENCIA            PIC X(01).
011800*
011900*    RANGOS DE FOLIOS RUBRICADOS POR EMPRESA. FA-ULTIMO ES EL
012000*    ULTIMO FOLIO USADO DEL RANGO (CERO SI TODAVIA NINGUNO).
012100 FD  FOLIOAUT-FILE
012200     LABEL RECORDS ARE STANDARD.
012300 01  FA-RECORD.
012400     05 FA-COMPANIA              PIC X(03).
012500     05 FA-DESDE                 PIC 9(06).
012600     05 FA-HASTA                 PIC 9(06).
012700     05 FA-ULTIMO                PIC 9(06).
012800     05 FA-RESOLUCION            PIC X(15).
012900     05 FA-FECHA                 PIC 9(08).
013000     05 FA-OPERADOR              PIC X(08).
013100*
013200*    UNA FILA POR FOLIO EMITIDO. LI-PERIODO ES EL PERIODO DEL
013300*    ASIENTO Y LI-PERIODO-REGISTRO EL DEL REGISTRO DEL QUE SALIO:
013400*    DIFIEREN SOLO EN UN AJUSTE RETROACTIVO.
013500 FD  LIBROIDX-FILE
013600     LABEL RECORDS ARE STANDARD.
013700 01  LI-RECORD.
013800     05 LI-FOLIO                 PIC 9(06).
013900     05 LI-COMPANIA              PIC X(03).
014000     05 LI-ID                    PIC 9(05).
014100     05 LI-NOMBRE                PIC X(05).
014200     05 LI-PERIODO               PIC 9(06).
014300     05 LI-TIPO                  PIC X(01).
014400        88 LI-ORIGINAL           VALUE 'O'.
014500        88 LI-RECTIFICATIVO      VALUE 'R'.
014600     05 LI-FOLIO-ORIGEN          PIC 9(06).
014700     05 LI-PERIODO-REGISTRO      PIC 9(06).
014800     05 LI-HABERES               PIC 9(09)V99.
014900     05 LI-DEDUCCIONES           PIC 9(09)V99.
015000     05 LI-RENGLONES             PIC 9(03).
015100     05 LI-FECHA                 PIC 9(08).
015200     05 LI-OPERADOR              PIC X(08).
015300     05 LI-REIMPRESIONES         PIC 9(03).
015400 FD  LIBROFOL-FILE
015500     LABEL RECORDS ARE STANDARD.
015600 01  LF-RECORD.
015700     05 LF-COMPANIA              PIC X(03).
015800     05 LF-FOLIO                 PIC 9(06).
015900     05 LF-RENGLON               PIC 9(03).
016000     05 LF-TEXTO                 PIC X(80).
016100 FD  LIBROSJ-FILE
016200     LABEL RECORDS ARE STANDARD
016300     RECORD CONTAINS 80 CHARACTERS.
016400 01  LSJ-LINEA                   PIC X(80).
016500 WORKING-STORAGE SECTION.
016600*
016700 01  LSJ-STATUS-PAYROLL          PIC XX.
016800 01  LSJ-STATUS-PAYHIST          PIC XX.
016900 01  LSJ-STATUS-DETALLE          PIC XX.
017000 01  LSJ-STATUS-PERSONAS         PIC XX.
017100 01  LSJ-STATUS-REGSTATE         PIC XX.
017200 01  LSJ-STATUS-COMPANIAS        PIC XX.
017300 01  LSJ-STATUS-FOLIOAUT         PIC XX.
017400 01  LSJ-STATUS-INDICE           PIC XX.
017500 01  LSJ-STATUS-ARCHIVO          PIC XX.
017600*
017700 01  LSJ-MODO                    PIC X(01).
017800 01  LSJ-SES-ACCION              PIC X(01).
017900 01  LSJ-OPERADOR                PIC X(08).
018000 01  LSJ-ENTRADA                 PIC X(20).
018100 01  LSJ-FECHA-HOY               PIC 9(08).
018200 01  LSJ-PERIODO-LIBERADO        PIC 9(06) VALUE ZERO.
018300 01  LSJ-FOLIO-PEDIDO            PIC 9(06).
018400 01  LSJ-COMPANIA-PEDIDA         PIC X(03).
018500 01  LSJ-PERIODO-PEDIDO          PIC 9(06).
018600 01  LSJ-DESDE-PEDIDO            PIC 9(06).
018700 01  LSJ-HASTA-PEDIDO            PIC 9(06).
018800 01  LSJ-RESOLUCION-PEDIDA       PIC X(15).
018900 01  LSJ-MAYOR-HASTA             PIC 9(06).
019000*
019100 01  LSJ-FOLIO-ACTUAL            PIC 9(06).
019200 01  LSJ-FOLIO-ORIGEN            PIC 9(06).
019300 01  LSJ-TIPO-FOLIO              PIC X(01).
019400 01  LSJ-RESOLUCION              PIC X(15).
019500 01  LSJ-NOMBRE-EMPRESA          PIC X(20).
019600 01  LSJ-RENGLON                 PIC 9(03).
019700 01  LSJ-RENGLON-TEXTO           PIC X(80).
019800 01  LSJ-ULT-HABERES             PIC 9(09)V99.
019900 01  LSJ-ULT-DEDUCCIONES         PIC 9(09)V99.
020000 01  LSJ-LIN-HABERES             PIC 9(09)V99.
020100 01  LSJ-LIN-DEDUCCIONES         PIC 9(09)V99.
020200 01  LSJ-NETO-ASIENTO            PIC S9(09)V99.
020300 01  LSJ-NOMBRE-COMPLETO         PIC X(40).
020400 01  LSJ-CUIT                    PIC X(11).
020500 01  LSJ-DIRECCION               PIC X(40).
020600 01  LSJ-EXPERIENCIA             PIC 9(02).
020700 01  LSJ-CONCEPTO-AUX            PIC X(36).
020800 01  LSJ-IMPORTE-ED              PIC Z,ZZZ,ZZ9.99.
020900 01  LSJ-IMPORTE-SED             PIC Z,ZZZ,ZZ9.99-.
021000 01  LSJ-DISPONIBLES             PIC 9(06).
021100*
021200 01  LSJ-INDICADORES.
021300     05  LSJ-FIN-ARCHIVO         PIC X VALUE 'N'.
021400         88  LSJ-ES-FIN-ARCHIVO  VALUE 'Y'.
021500     05  LSJ-SIN-LIBERAR         PIC X VALUE 'N'.
021600         88  LSJ-ES-SIN-LIBERAR  VALUE 'Y'.
021700     05  LSJ-REGISTRO-MAL        PIC X VALUE 'N'.
021800         88  LSJ-ES-REGISTRO-MAL VALUE 'Y'.
021900     05  LSJ-HALLADO             PIC X VALUE 'N'.
022000         88  LSJ-ES-HALLADO      VALUE 'Y'.
022100     05  LSJ-ANTECEDENTE         PIC X VALUE 'N'.
022200         88  LSJ-ES-ANTECEDENTE  VALUE 'Y'.
022300     05  LSJ-CAMBIO-RANGOS       PIC X VALUE 'N'.
022400         88  LSJ-ES-CAMBIO-RANGOS VALUE 'Y'.
022500     05  LSJ-CAMBIO-INDICE       PIC X VALUE 'N'.
022600         88  LSJ-ES-CAMBIO-INDICE VALUE 'Y'.
022700     05  LSJ-CONCEPTO-HALLADO    PIC X VALUE 'N'.
022800         88  LSJ-ES-CONCEPTO-HALLADO VALUE 'Y'.
022900*
023000 01  LSJ-CONTADORES.
023100     05  LSJ-CANT-ORIGINALES     PIC 9(04) VALUE ZERO.
023200     05  LSJ-CANT-RECTIFICATIVOS PIC 9(04) VALUE ZERO.
023300     05  LSJ-CANT-YA-ASENTADOS   PIC 9(04) VALUE ZERO.
023400     05  LSJ-CANT-SIN-FOLIO      PIC 9(04) VALUE ZERO.
023500     05  LSJ-CANT-LISTADOS       PIC 9(04) VALUE ZERO.
023600*
023700 01  LSJ-REGISTRO-CONTROL.
023800     COPY REGCTL.
023900 01  LSJ-VER-CANT                PIC 9(07) VALUE ZERO.
024000 01  LSJ-VER-HASH                PIC 9(15)V99 VALUE ZERO.
024100 01  LSJ-TRL-CANT                PIC 9(07) VALUE ZERO.
024200 01  LSJ-TRL-HASH                PIC 9(15)V99 VALUE ZERO.
024300*
024400*    RENGLON DE IMPORTES DEL FOLIO: CONCEPTO, HABERES Y
024500*    DEDUCCIONES; UNA COLUMNA EN CERO QUEDA EN BLANCO.
024600 01  LSJ-LINEA-IMPORTES.
024700     05  LSJ-LI-CONCEPTO         PIC X(36).
024800     05  LSJ-LI-HABERES          PIC $Z,ZZZ,ZZ9.99-
024900                                 BLANK WHEN ZERO.
025000     05  FILLER                  PIC X(02) VALUE SPACES.
025100     05  LSJ-LI-DEDUCCIONES      PIC $Z,ZZZ,ZZ9.99-
025200                                 BLANK WHEN ZERO.
025300     05  FILLER                  PIC X(14) VALUE SPACES.
025400*
025500 01  LSJ-CANT-COMPANIAS          PIC 9(03) VALUE ZERO.
025600 01  LSJ-TABLA-COMPANIAS.
025700     05  LSJ-FILA-CIA OCCURS 20 TIMES
025800                      INDEXED BY LSJ-X-CIA.
025900         10 LSJ-CIA-CODIGO       PIC X(03).
026000         10 LSJ-CIA-NOMBRE       PIC X(20).
026100*
026200 01  LSJ-CANT-RANGOS             PIC 9(03) VALUE ZERO.
026300 01  LSJ-TABLA-RANGOS.
026400     05  LSJ-FILA-RANGO OCCURS 100 TIMES
026500                        INDEXED BY LSJ-X-RAN.
026600         10 LSJ-RAN-COMPANIA     PIC X(03).
026700         10 LSJ-RAN-DESDE        PIC 9(06).
026800         10 LSJ-RAN-HASTA        PIC 9(06).
026900         10 LSJ-RAN-ULTIMO       PIC 9(06).
027000         10 LSJ-RAN-RESOLUCION   PIC X(15).
027100         10 LSJ-RAN-FECHA        PIC 9(08).
027200         10 LSJ-RAN-OPERADOR     PIC X(08).
027300*
027400 01  LSJ-CANT-INDICE             PIC 9(04) VALUE ZERO.
027500 01  LSJ-TABLA-INDICE.
027600     05  LSJ-FILA-IDX OCCURS 3000 TIMES
027700                      INDEXED BY LSJ-X-IDX.
027800         10 LSJ-IDX-FOLIO        PIC 9(06).
027900         10 LSJ-IDX-COMPANIA     PIC X(03).
028000         10 LSJ-IDX-ID           PIC 9(05).
028100         10 LSJ-IDX-NOMBRE       PIC X(05).
028200         10 LSJ-IDX-PERIODO      PIC 9(06).
028300         10 LSJ-IDX-TIPO         PIC X(01).
028400         10 LSJ-IDX-FOLIO-ORIGEN PIC 9(06).
028500         10 LSJ-IDX-PER-REGISTRO PIC 9(06).
028600         10 LSJ-IDX-HABERES      PIC 9(09)V99.
028700         10 LSJ-IDX-DEDUCCIONES  PIC 9(09)V99.
028800         10 LSJ-IDX-RENGLONES    PIC 9(03).
028900         10 LSJ-IDX-FECHA        PIC 9(08).
029000         10 LSJ-IDX-OPERADOR     PIC X(08).
029100         10 LSJ-IDX-REIMPRESIONES PIC 9(03).
029200*
029300 01  LSJ-CANT-REGISTRO           PIC 9(04) VALUE ZERO.
029400 01  LSJ-TABLA-REGISTRO.
029500     05  LSJ-FILA-REG OCCURS 1000 TIMES
029600                      INDEXED BY LSJ-X-REG.
029700         10 LSJ-REG-COMPANIA     PIC X(03).
029800         10 LSJ-REG-ID           PIC 9(05).
029900         10 LSJ-REG-NOMBRE       PIC X(05).
030000         10 LSJ-REG-SENIORIDAD   PIC X(06).
030100         10 LSJ-REG-PERIODO      PIC 9(06).
030200         10 LSJ-REG-DEPTO        PIC X(10).
030300         10 LSJ-REG-TIPO         PIC X(01).
030400         10 LSJ-REG-PERIODO-REF  PIC 9(06).
030500         10 LSJ-REG-PRORRATEADO  PIC 9(06)V99.
030600         10 LSJ-REG-BONO         PIC 9(06)V99.
030700         10 LSJ-REG-EXTRA        PIC 9(06)V99.
030800         10 LSJ-REG-DEDUCCIONES  PIC 9(06)V99.
030900         10 LSJ-REG-NETO         PIC 9(07)V99.
031000         10 LSJ-REG-ADIC-ANTIG   PIC 9(06)V99.
031100         10 LSJ-REG-PRESENTISMO  PIC 9(06)V99.
031200         10 LSJ-REG-ASIENTO      PIC 9(04).
031300*
031400*    UN ASIENTO ES LO QUE VA EN UN FOLIO: EMPRESA, EMPLEADO Y
031500*    PERIODO. CLASE N ES EL PAGO DEL PERIODO, CLASE R UN AJUSTE
031600*    RETROACTIVO DE UN PERIODO ANTERIOR LIQUIDADO EN ESTE.
031700 01  LSJ-CANT-ASIENTOS           PIC 9(04) VALUE ZERO.
031800 01  LSJ-TABLA-ASIENTOS.
031900     05  LSJ-FILA-ASI OCCURS 1000 TIMES
032000                      INDEXED BY LSJ-X-ASI.
032100         10 LSJ-ASI-COMPANIA     PIC X(03).
032200         10 LSJ-ASI-ID           PIC 9(05).
032300         10 LSJ-ASI-NOMBRE       PIC X(05).
032400         10 LSJ-ASI-DEPTO        PIC X(10).
032500         10 LSJ-ASI-PERIODO      PIC 9(06).
032600         10 LSJ-ASI-PER-REGISTRO PIC 9(06).
032700         10 LSJ-ASI-CLASE        PIC X(01).
032800         10 LSJ-ASI-HABERES      PIC 9(09)V99.
032900         10 LSJ-ASI-DEDUCCIONES  PIC 9(09)V99.
033000*
033100 01  LSJ-CANT-CONCEPTOS          PIC 9(03) VALUE ZERO.
033200 01  LSJ-TABLA-CONCEPTOS.
033300     05  LSJ-FILA-CONC OCCURS 50 TIMES
033400                       INDEXED BY LSJ-X-CON.
033500         10 LSJ-CON-CONCEPTO     PIC X(15).
033600         10 LSJ-CON-IMPORTE      PIC S9(08)V99.
033700*
033800 PROCEDURE DIVISION.
033900******************************************************************
034000* 0000-MAINLINE - LOAD THE MASTERS, DISPATCH BY MODE, SAVE
034100******************************************************************
034200 0000-MAINLINE.
034300     ACCEPT LSJ-FECHA-HOY FROM DATE YYYYMMDD.
034400     PERFORM 1000-CARGAR-COMPANIAS
034500         THRU 1000-CARGAR-COMPANIAS-EXIT.
034600     PERFORM 1100-CARGAR-RANGOS THRU 1100-CARGAR-RANGOS-EXIT.
034700     PERFORM 1200-CARGAR-INDICE THRU 1200-CARGAR-INDICE-EXIT.
034800     DISPLAY 'LIBROSJ - MODO (G=GENERAR, R=REIMPRIMIR, '
034900         'L=LISTAR, A=AUTORIZAR FOLIOS): ' WITH NO ADVANCING.
035000     ACCEPT LSJ-MODO.
035100     EVALUATE LSJ-MODO
035200         WHEN 'G'
035300         WHEN 'g'
035400             PERFORM 2000-GENERAR THRU 2000-GENERAR-EXIT
035500         WHEN 'R'
035600         WHEN 'r'
035700             PERFORM 5000-REIMPRIMIR THRU 5000-REIMPRIMIR-EXIT
035800         WHEN 'L'
035900         WHEN 'l'
036000             PERFORM 6000-LISTAR THRU 6000-LISTAR-EXIT
036100         WHEN 'A'
036200         WHEN 'a'
036300             PERFORM 6500-AUTORIZAR THRU 6500-AUTORIZAR-EXIT
036400         WHEN OTHER
036500             DISPLAY 'MODO INVALIDO'
036600             MOVE 8 TO RETURN-CODE
036700     END-EVALUATE.
036800     IF LSJ-ES-CAMBIO-RANGOS
036900         PERFORM 7000-GRABAR-RANGOS THRU 7000-GRABAR-RANGOS-EXIT
037000     END-IF.
037100     IF LSJ-ES-CAMBIO-INDICE
037200         PERFORM 7100-GRABAR-INDICE THRU 7100-GRABAR-INDICE-EXIT
037300     END-IF.
037400     GOBACK.
037500 0000-MAINLINE-EXIT.
037600     EXIT.
037700*
037800******************************************************************
037900* 1000-CARGAR-COMPANIAS - COMPANY NAMES FOR THE FOLIO HEADING
038000******************************************************************
038100 1000-CARGAR-COMPANIAS.
038200     MOVE 'N' TO LSJ-FIN-ARCHIVO.
038300     OPEN INPUT COMPANIAS-FILE.
038400     IF LSJ-STATUS-COMPANIAS NOT = '00'
038500         CLOSE COMPANIAS-FILE
038600         GO TO 1000-CARGAR-COMPANIAS-EXIT
038700     END-IF.
038800     PERFORM 1010-LEER-COMPANIA THRU 1010-LEER-COMPANIA-EXIT
038900         UNTIL LSJ-ES-FIN-ARCHIVO.
039000     CLOSE COMPANIAS-FILE.
039100     MOVE 'N' TO LSJ-FIN-ARCHIVO.
039200 1000-CARGAR-COMPANIAS-EXIT.
039300     EXIT.
039400*
039500******************************************************************
039600* 1010-LEER-COMPANIA - ONE COMPANY INTO THE TABLE
039700******************************************************************
039800 1010-LEER-COMPANIA.
039900     READ COMPANIAS-FILE
040000         AT END
040100             SET LSJ-ES-FIN-ARCHIVO TO TRUE
040200         NOT AT END
040300             IF LSJ-CANT-COMPANIAS < 20
040400                 ADD 1 TO LSJ-CANT-COMPANIAS
040500                 SET LSJ-X-CIA TO LSJ-CANT-COMPANIAS
040600                 MOVE CO-CODIGO TO LSJ-CIA-CODIGO(LSJ-X-CIA)
040700                 MOVE CO-NOMBRE TO LSJ-CIA-NOMBRE(LSJ-X-CIA)
040800             END-IF
040900     END-READ.
041000 1010-LEER-COMPANIA-EXIT.
041100     EXIT.
041200*
041300******************************************************************
041400* 1100-CARGAR-RANGOS - AUTHORIZED FOLIO RANGES, IN FILE ORDER
041500******************************************************************
041600 1100-CARGAR-RANGOS.
041700     MOVE 'N' TO LSJ-FIN-ARCHIVO.
041800     OPEN INPUT FOLIOAUT-FILE.
041900     IF LSJ-STATUS-FOLIOAUT NOT = '00'
042000         CLOSE FOLIOAUT-FILE
042100         GO TO 1100-CARGAR-RANGOS-EXIT
042200     END-IF.
042300     PERFORM 1110-LEER-RANGO THRU 1110-LEER-RANGO-EXIT
042400         UNTIL LSJ-ES-FIN-ARCHIVO.
042500     CLOSE FOLIOAUT-FILE.
042600     MOVE 'N' TO LSJ-FIN-ARCHIVO.
042700 1100-CARGAR-RANGOS-EXIT.
042800     EXIT.
042900*
043000******************************************************************
043100* 1110-LEER-RANGO - ONE RANGE INTO THE TABLE
043200******************************************************************
043300 1110-LEER-RANGO.
043400     READ FOLIOAUT-FILE
043500         AT END
043600             SET LSJ-ES-FIN-ARCHIVO TO TRUE
043700         NOT AT END
043800             IF LSJ-CANT-RANGOS < 100
043900                 AND FA-DESDE IS NUMERIC
044000                 AND FA-HASTA IS NUMERIC
044100                 AND FA-ULTIMO IS NUMERIC
044200                 ADD 1 TO LSJ-CANT-RANGOS
044300                 SET LSJ-X-RAN TO LSJ-CANT-RANGOS
044400                 MOVE FA-RECORD TO LSJ-FILA-RANGO(LSJ-X-RAN)
044500             ELSE
044600                 DISPLAY 'LIBROSJ: FILA DE FOLIOAUT IGNORADA: '
044700                     FA-RECORD
044800             END-IF
044900     END-READ.
045000 1110-LEER-RANGO-EXIT.
045100     EXIT.
045200*
045300******************************************************************
045400* 1200-CARGAR-INDICE - EVERY FOLIO ALREADY IN THE BOOK
045500******************************************************************
045600 1200-CARGAR-INDICE.
045700     MOVE 'N' TO LSJ-FIN-ARCHIVO.
045800     OPEN INPUT LIBROIDX-FILE.
045900     IF LSJ-STATUS-INDICE NOT = '00'
046000         CLOSE LIBROIDX-FILE
046100         GO TO 1200-CARGAR-INDICE-EXIT
046200     END-IF.
046300     PERFORM 1210-LEER-INDICE THRU 1210-LEER-INDICE-EXIT
046400         UNTIL LSJ-ES-FIN-ARCHIVO.
046500     CLOSE LIBROIDX-FILE.
046600     MOVE 'N' TO LSJ-FIN-ARCHIVO.
046700 1200-CARGAR-INDICE-EXIT.
046800     EXIT.
046900*
047000******************************************************************
047100* 1210-LEER-INDICE - ONE FOLIO ROW INTO THE TABLE
047200******************************************************************
047300 1210-LEER-INDICE.
047400     READ LIBROIDX-FILE
047500         AT END
047600             SET LSJ-ES-FIN-ARCHIVO TO TRUE
047700         NOT AT END
047800             IF LSJ-CANT-INDICE < 3000
047900                 ADD 1 TO LSJ-CANT-INDICE
048000                 SET LSJ-X-IDX TO LSJ-CANT-INDICE
048100                 MOVE LI-RECORD TO LSJ-FILA-IDX(LSJ-X-IDX)
048200             ELSE
048300                 DISPLAY 'LIBROSJ: LIBROIDX EXCEDE LA TABLA'
048400                 MOVE 8 TO RETURN-CODE
048500             END-IF
048600     END-READ.
048700 1210-LEER-INDICE-EXIT.
048800     EXIT.
048900*
049000******************************************************************
049100* 2000-GENERAR - PUT THE RELEASED PERIOD INTO THE BOOK
049200******************************************************************
049300 2000-GENERAR.
049400     PERFORM 2010-PEDIR-OPERADOR THRU 2010-PEDIR-OPERADOR-EXIT.
049500     IF LSJ-OPERADOR = SPACES
049600         GO TO 2000-GENERAR-EXIT
049700     END-IF.
049800     PERFORM 2050-CONTROL-LIBERACION
049900         THRU 2050-CONTROL-LIBERACION-EXIT.
050000     IF LSJ-ES-SIN-LIBERAR
050100         MOVE 8 TO RETURN-CODE
050200         GO TO 2000-GENERAR-EXIT
050300     END-IF.
050400     PERFORM 2100-CARGAR-REGISTRO
050500         THRU 2100-CARGAR-REGISTRO-EXIT.
050600     IF LSJ-ES-REGISTRO-MAL
050700         MOVE 8 TO RETURN-CODE
050800         GO TO 2000-GENERAR-EXIT
050900     END-IF.
051000     PERFORM 2200-ARMAR-ASIENTO THRU 2200-ARMAR-ASIENTO-EXIT
051100         VARYING LSJ-X-REG FROM 1 BY 1
051200         UNTIL LSJ-X-REG > LSJ-CANT-REGISTRO.
051300     OPEN OUTPUT LIBROSJ-FILE.
051400     OPEN EXTEND LIBROFOL-FILE.
051500     IF LSJ-STATUS-ARCHIVO = '35'
051600         OPEN OUTPUT LIBROFOL-FILE
051700     END-IF.
051800     PERFORM 3000-PROCESAR-ASIENTO
051900         THRU 3000-PROCESAR-ASIENTO-EXIT
052000         VARYING LSJ-X-ASI FROM 1 BY 1
052100         UNTIL LSJ-X-ASI > LSJ-CANT-ASIENTOS.
052200     CLOSE LIBROFOL-FILE.
052300     CLOSE LIBROSJ-FILE.
052400     DISPLAY 'LIBROSJ: PERIODO ' LSJ-PERIODO-LIBERADO.
052500     DISPLAY '  FOLIOS ORIGINALES:     ' LSJ-CANT-ORIGINALES.
052600     DISPLAY '  FOLIOS RECTIFICATIVOS: ' LSJ-CANT-RECTIFICATIVOS.
052700     DISPLAY '  YA ASENTADOS:          ' LSJ-CANT-YA-ASENTADOS.
052800     IF LSJ-CANT-SIN-FOLIO > ZERO
052900         DISPLAY '  SIN FOLIO DISPONIBLE:  ' LSJ-CANT-SIN-FOLIO
053000             ' (AUTORIZAR UN NUEVO RANGO Y VOLVER A CORRER)'
053100         MOVE 8 TO RETURN-CODE
053200     END-IF.
053300 2000-GENERAR-EXIT.
053400     EXIT.
053500*
053600******************************************************************
053700* 2010-PEDIR-OPERADOR - THE SIGNED-ON USER, OR ASK FOR ONE
053800******************************************************************
053900 2010-PEDIR-OPERADOR.
054000     MOVE 'G' TO LSJ-SES-ACCION.
054100     CALL 'SESUSER' USING LSJ-SES-ACCION LSJ-OPERADOR.
054200     IF LSJ-OPERADOR = SPACES
054300         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
054400         ACCEPT LSJ-OPERADOR
054500     END-IF.
054600     IF LSJ-OPERADOR = SPACES
054700         DISPLAY 'FALTA EL OPERADOR, NO SE PROCESA'
054800         MOVE 8 TO RETURN-CODE
054900     END-IF.
055000 2010-PEDIR-OPERADOR-EXIT.
055100     EXIT.
055200*
055300******************************************************************
055400* 2050-CONTROL-LIBERACION - ONLY A PERIOD RELEASED BY APRUEBA
055500*                           GOES INTO THE BOOK
055600******************************************************************
055700 2050-CONTROL-LIBERACION.
055800     SET LSJ-ES-SIN-LIBERAR TO TRUE.
055900     OPEN INPUT REGSTATE-FILE.
056000     IF LSJ-STATUS-REGSTATE = '00'
056100         READ REGSTATE-FILE
056200             NOT AT END
056300                 IF RG-ESTADO = 'L'
056400                     MOVE 'N' TO LSJ-SIN-LIBERAR
056500                     MOVE RG-PERIODO TO LSJ-PERIODO-LIBERADO
056600                 END-IF
056700         END-READ
056800     END-IF.
056900     CLOSE REGSTATE-FILE.
057000     IF LSJ-ES-SIN-LIBERAR
057100         DISPLAY 'LIBROSJ: NO HAY UN PERIODO LIBERADO '
057200             '(CORRER APRUEBA)'
057300     END-IF.
057400 2050-CONTROL-LIBERACION-EXIT.
057500     EXIT.
057600*
057700******************************************************************
057800* 2100-CARGAR-REGISTRO - THE WHOLE REGISTER INTO THE TABLE; THE
057900*                        BOOK IS NOT WRITTEN FROM A REGISTER
058000*                        THAT FAILS ITS CONTROLS
058100******************************************************************
058200 2100-CARGAR-REGISTRO.
058300     MOVE 'N' TO LSJ-FIN-ARCHIVO.
058400     OPEN INPUT PAYROLL-REG-FILE.
058500     IF LSJ-STATUS-PAYROLL NOT = '00'
058600         DISPLAY 'LIBROSJ: NO HAY ARCHIVO PAYROLLREG DISPONIBLE'
058700         SET LSJ-ES-REGISTRO-MAL TO TRUE
058800         CLOSE PAYROLL-REG-FILE
058900         GO TO 2100-CARGAR-REGISTRO-EXIT
059000     END-IF.
059100     PERFORM 2110-LEER-REGISTRO THRU 2110-LEER-REGISTRO-EXIT
059200         UNTIL LSJ-ES-FIN-ARCHIVO.
059300     CLOSE PAYROLL-REG-FILE.
059400     MOVE 'N' TO LSJ-FIN-ARCHIVO.
059500     IF LSJ-TRL-CANT > ZERO
059600         AND (LSJ-TRL-CANT NOT = LSJ-VER-CANT
059700              OR LSJ-TRL-HASH NOT = LSJ-VER-HASH)
059800         DISPLAY 'LIBROSJ: EL CONTROL DE CIERRE DE '
059900             'PAYROLLREG NO COINCIDE CON LO LEIDO'
060000         SET LSJ-ES-REGISTRO-MAL TO TRUE
060100     END-IF.
060200     IF LSJ-CANT-REGISTRO = ZERO
060300         DISPLAY 'LIBROSJ: PAYROLLREG NO TIENE LINEAS'
060400         SET LSJ-ES-REGISTRO-MAL TO TRUE
060500     END-IF.
060600 2100-CARGAR-REGISTRO-EXIT.
060700     EXIT.
060800*
060900******************************************************************
061000* 2110-LEER-REGISTRO - ONE REGISTER ROW; CONTROL RECORDS FEED
061100*                      THE VERIFICATION, A HEADER OF ANOTHER
061200*                      PERIOD STOPS THE RUN
061300******************************************************************
061400 2110-LEER-REGISTRO.
061500     READ PAYROLL-REG-FILE
061600         AT END
061700             SET LSJ-ES-FIN-ARCHIVO TO TRUE
061800             GO TO 2110-LEER-REGISTRO-EXIT
061900     END-READ.
062000     IF PR-RECORD(1:1) = '*'
062100         MOVE PR-RECORD TO LSJ-REGISTRO-CONTROL
062200         IF CTL-ES-CIERRE
062300             ADD CTL-CANT TO LSJ-TRL-CANT
062400             ADD CTL-HASH TO LSJ-TRL-HASH
062500         END-IF
062600         IF CTL-ES-CABECERA
062700             AND CTL-PERIODO NOT = LSJ-PERIODO-LIBERADO
062800             DISPLAY 'LIBROSJ: PAYROLLREG ES DEL PERIODO '
062900                 CTL-PERIODO ' Y EL LIBERADO ES EL '
063000                 LSJ-PERIODO-LIBERADO
063100             SET LSJ-ES-REGISTRO-MAL TO TRUE
063200         END-IF
063300         GO TO 2110-LEER-REGISTRO-EXIT
063400     END-IF.
063500     ADD 1 TO LSJ-VER-CANT.
063600     COMPUTE LSJ-VER-HASH = LSJ-VER-HASH
063700         + PR-SUELDO-ANUAL + PR-BONO.
063800     IF LSJ-CANT-REGISTRO NOT < 1000
063900         DISPLAY 'LIBROSJ: PAYROLLREG EXCEDE LA TABLA'
064000         SET LSJ-ES-REGISTRO-MAL TO TRUE
064100         GO TO 2110-LEER-REGISTRO-EXIT
064200     END-IF.
064300     ADD 1 TO LSJ-CANT-REGISTRO.
064400     SET LSJ-X-REG TO LSJ-CANT-REGISTRO.
064500     MOVE PR-COMPANIA TO LSJ-REG-COMPANIA(LSJ-X-REG).
064600     MOVE PR-ID TO LSJ-REG-ID(LSJ-X-REG).
064700     MOVE PR-NOMBRE TO LSJ-REG-NOMBRE(LSJ-X-REG).
064800     MOVE PR-SENIORIDAD TO LSJ-REG-SENIORIDAD(LSJ-X-REG).
064900     MOVE PR-PERIODO TO LSJ-REG-PERIODO(LSJ-X-REG).
065000     MOVE PR-DEPARTAMENTO TO LSJ-REG-DEPTO(LSJ-X-REG).
065100     MOVE PR-TIPO-LINEA TO LSJ-REG-TIPO(LSJ-X-REG).
065200     MOVE PR-PERIODO-REF TO LSJ-REG-PERIODO-REF(LSJ-X-REG).
065300     MOVE PR-SUELDO-PRORRATEADO
065400         TO LSJ-REG-PRORRATEADO(LSJ-X-REG).
065500     MOVE PR-BONO TO LSJ-REG-BONO(LSJ-X-REG).
065600     MOVE PR-IMPORTE-EXTRA TO LSJ-REG-EXTRA(LSJ-X-REG).
065700     MOVE PR-DEDUCCIONES TO LSJ-REG-DEDUCCIONES(LSJ-X-REG).
065800     MOVE PR-NETO TO LSJ-REG-NETO(LSJ-X-REG).
065900     MOVE ZERO TO LSJ-REG-ADIC-ANTIG(LSJ-X-REG).
066000     IF PR-ADIC-ANTIG IS NUMERIC
066100         MOVE PR-ADIC-ANTIG TO LSJ-REG-ADIC-ANTIG(LSJ-X-REG)
066200     END-IF.
066300     MOVE ZERO TO LSJ-REG-PRESENTISMO(LSJ-X-REG).
066400     IF PR-PRESENT-ESTADO = 'P'
066500         AND PR-PRESENTISMO IS NUMERIC
066600         MOVE PR-PRESENTISMO TO LSJ-REG-PRESENTISMO(LSJ-X-REG)
066700     END-IF.
066800     IF PR-PERIODO-REF IS NOT NUMERIC
066900         MOVE ZERO TO LSJ-REG-PERIODO-REF(LSJ-X-REG)
067000     END-IF.
067100     MOVE ZERO TO LSJ-REG-ASIENTO(LSJ-X-REG).
067200 2110-LEER-REGISTRO-EXIT.
067300     EXIT.
067400*
067500******************************************************************
067600* 2200-ARMAR-ASIENTO - FILE ONE REGISTER LINE UNDER ITS ENTRY;
067700*                      A RETRO LINE OF AN EARLIER PERIOD IS AN
067800*                      ENTRY OF ITS OWN FOR THAT PERIOD
067900******************************************************************
068000 2200-ARMAR-ASIENTO.
068100     MOVE LSJ-REG-PERIODO(LSJ-X-REG) TO LSJ-PERIODO-PEDIDO.
068200     MOVE 'N' TO LSJ-TIPO-FOLIO.
068300     IF (LSJ-REG-TIPO(LSJ-X-REG) = 'A'
068400         OR LSJ-REG-TIPO(LSJ-X-REG) = 'D')
068500         AND LSJ-REG-PERIODO-REF(LSJ-X-REG) NOT = ZERO
068600         AND LSJ-REG-PERIODO-REF(LSJ-X-REG)
068700             NOT = LSJ-REG-PERIODO(LSJ-X-REG)
068800         MOVE LSJ-REG-PERIODO-REF(LSJ-X-REG)
068900             TO LSJ-PERIODO-PEDIDO
069000         MOVE 'R' TO LSJ-TIPO-FOLIO
069100     END-IF.
069200     MOVE 'N' TO LSJ-HALLADO.
069300     PERFORM 2210-BUSCAR-ASIENTO THRU 2210-BUSCAR-ASIENTO-EXIT
069400         VARYING LSJ-X-ASI FROM 1 BY 1
069500         UNTIL LSJ-X-ASI > LSJ-CANT-ASIENTOS
069600            OR LSJ-ES-HALLADO.
069700     IF LSJ-ES-HALLADO
069800         SET LSJ-X-ASI DOWN BY 1
069900     ELSE
070000         IF LSJ-CANT-ASIENTOS NOT < 1000
070100             DISPLAY 'LIBROSJ: DEMASIADOS ASIENTOS, LINEA DE '
070200                 LSJ-REG-NOMBRE(LSJ-X-REG) ' SIN FOLIO'
070300             ADD 1 TO LSJ-CANT-SIN-FOLIO
070400             GO TO 2200-ARMAR-ASIENTO-EXIT
070500         END-IF
070600         ADD 1 TO LSJ-CANT-ASIENTOS
070700         SET LSJ-X-ASI TO LSJ-CANT-ASIENTOS
070800         MOVE LSJ-REG-COMPANIA(LSJ-X-REG)
070900             TO LSJ-ASI-COMPANIA(LSJ-X-ASI)
071000         MOVE LSJ-REG-ID(LSJ-X-REG) TO LSJ-ASI-ID(LSJ-X-ASI)
071100         MOVE LSJ-REG-NOMBRE(LSJ-X-REG)
071200             TO LSJ-ASI-NOMBRE(LSJ-X-ASI)
071300         MOVE LSJ-REG-DEPTO(LSJ-X-REG) TO LSJ-ASI-DEPTO(LSJ-X-ASI)
071400         MOVE LSJ-PERIODO-PEDIDO TO LSJ-ASI-PERIODO(LSJ-X-ASI)
071500         MOVE LSJ-REG-PERIODO(LSJ-X-REG)
071600             TO LSJ-ASI-PER-REGISTRO(LSJ-X-ASI)
071700         MOVE LSJ-TIPO-FOLIO TO LSJ-ASI-CLASE(LSJ-X-ASI)
071800         MOVE ZERO TO LSJ-ASI-HABERES(LSJ-X-ASI)
071900         MOVE ZERO TO LSJ-ASI-DEDUCCIONES(LSJ-X-ASI)
072000     END-IF.
072100     SET LSJ-REG-ASIENTO(LSJ-X-REG) TO LSJ-X-ASI.
072200     PERFORM 2300-IMPORTES-LINEA THRU 2300-IMPORTES-LINEA-EXIT.
072300     ADD LSJ-LIN-HABERES TO LSJ-ASI-HABERES(LSJ-X-ASI).
072400     ADD LSJ-LIN-DEDUCCIONES TO LSJ-ASI-DEDUCCIONES(LSJ-X-ASI).
072500 2200-ARMAR-ASIENTO-EXIT.
072600     EXIT.
072700*
072800******************************************************************
072900* 2210-BUSCAR-ASIENTO - SAME COMPANY, EMPLOYEE, PERIOD, CLASS
073000******************************************************************
073100 2210-BUSCAR-ASIENTO.
073200     IF LSJ-ASI-COMPANIA(LSJ-X-ASI) = LSJ-REG-COMPANIA(LSJ-X-REG)
073300         AND LSJ-ASI-ID(LSJ-X-ASI) = LSJ-REG-ID(LSJ-X-REG)
073400         AND LSJ-ASI-NOMBRE(LSJ-X-ASI) = LSJ-REG-NOMBRE(LSJ-X-REG)
073500         AND LSJ-ASI-PERIODO(LSJ-X-ASI) = LSJ-PERIODO-PEDIDO
073600         AND LSJ-ASI-CLASE(LSJ-X-ASI) = LSJ-TIPO-FOLIO
073700         SET LSJ-ES-HALLADO TO TRUE
073800     END-IF.
073900 2210-BUSCAR-ASIENTO-EXIT.
074000     EXIT.
074100*
074200******************************************************************
074300* 2300-IMPORTES-LINEA - WHAT ONE REGISTER LINE ADDS TO THE
074400*                       EARNINGS AND DEDUCTIONS COLUMNS
074500******************************************************************
074600 2300-IMPORTES-LINEA.
074700     MOVE ZERO TO LSJ-LIN-HABERES.
074800     MOVE ZERO TO LSJ-LIN-DEDUCCIONES.
074900     EVALUATE LSJ-REG-TIPO(LSJ-X-REG)
075000         WHEN 'A'
075100             MOVE LSJ-REG-NETO(LSJ-X-REG) TO LSJ-LIN-HABERES
075200         WHEN 'D'
075300             MOVE LSJ-REG-NETO(LSJ-X-REG) TO LSJ-LIN-DEDUCCIONES
075400         WHEN OTHER
075500             COMPUTE LSJ-LIN-HABERES =
075600                 LSJ-REG-PRORRATEADO(LSJ-X-REG)
075700                 + LSJ-REG-BONO(LSJ-X-REG)
075800                 + LSJ-REG-EXTRA(LSJ-X-REG)
075900             MOVE LSJ-REG-DEDUCCIONES(LSJ-X-REG)
076000                 TO LSJ-LIN-DEDUCCIONES
076100     END-EVALUATE.
076200 2300-IMPORTES-LINEA-EXIT.
076300     EXIT.
076400*
076500******************************************************************
076600* 3000-PROCESAR-ASIENTO - ORIGINAL, RECTIFICATION OR NOTHING
076700******************************************************************
076800 3000-PROCESAR-ASIENTO.
076900     PERFORM 3100-BUSCAR-ANTECEDENTE
077000         THRU 3100-BUSCAR-ANTECEDENTE-EXIT.
077100     IF LSJ-ES-ANTECEDENTE
077200         AND LSJ-ULT-HABERES = LSJ-ASI-HABERES(LSJ-X-ASI)
077300         AND LSJ-ULT-DEDUCCIONES = LSJ-ASI-DEDUCCIONES(LSJ-X-ASI)
077400         ADD 1 TO LSJ-CANT-YA-ASENTADOS
077500         GO TO 3000-PROCESAR-ASIENTO-EXIT
077600     END-IF.
077700     IF LSJ-ASI-CLASE(LSJ-X-ASI) = 'N'
077800         AND NOT LSJ-ES-ANTECEDENTE
077900         MOVE 'O' TO LSJ-TIPO-FOLIO
078000     ELSE
078100         MOVE 'R' TO LSJ-TIPO-FOLIO
078200     END-IF.
078300     PERFORM 3200-ASIGNAR-FOLIO THRU 3200-ASIGNAR-FOLIO-EXIT.
078400     IF NOT LSJ-ES-HALLADO
078500         DISPLAY 'LIBROSJ: EMPRESA ' LSJ-ASI-COMPANIA(LSJ-X-ASI)
078600             ' SIN FOLIOS AUTORIZADOS LIBRES, SIN ASENTAR '
078700             LSJ-ASI-NOMBRE(LSJ-X-ASI) ' '
078800             LSJ-ASI-PERIODO(LSJ-X-ASI)
078900         ADD 1 TO LSJ-CANT-SIN-FOLIO
079000         GO TO 3000-PROCESAR-ASIENTO-EXIT
079100     END-IF.
079200     PERFORM 4000-IMPRIMIR-FOLIO THRU 4000-IMPRIMIR-FOLIO-EXIT.
079300     PERFORM 3300-REGISTRAR-FOLIO THRU 3300-REGISTRAR-FOLIO-EXIT.
079400     IF LSJ-TIPO-FOLIO = 'O'
079500         ADD 1 TO LSJ-CANT-ORIGINALES
079600     ELSE
079700         ADD 1 TO LSJ-CANT-RECTIFICATIVOS
079800     END-IF.
079900 3000-PROCESAR-ASIENTO-EXIT.
080000     EXIT.
080100*
080200******************************************************************
080300* 3100-BUSCAR-ANTECEDENTE - THE ORIGINAL FOLIO OF THE PERIOD AND
080400*                           THE LAST FOLIO OF THIS SAME ENTRY
080500******************************************************************
080600 3100-BUSCAR-ANTECEDENTE.
080700     MOVE 'N' TO LSJ-ANTECEDENTE.
080800     MOVE ZERO TO LSJ-FOLIO-ORIGEN.
080900     MOVE ZERO TO LSJ-ULT-HABERES.
081000     MOVE ZERO TO LSJ-ULT-DEDUCCIONES.
081100     PERFORM 3110-COMPARAR-FOLIO THRU 3110-COMPARAR-FOLIO-EXIT
081200         VARYING LSJ-X-IDX FROM 1 BY 1
081300         UNTIL LSJ-X-IDX > LSJ-CANT-INDICE.
081400 3100-BUSCAR-ANTECEDENTE-EXIT.
081500     EXIT.
081600*
081700******************************************************************
081800* 3110-COMPARAR-FOLIO - ONE INDEX ROW AGAINST THE ENTRY; THE
081900*                       TABLE IS IN FOLIO ORDER, SO THE LAST
082000*                       MATCH IS THE LATEST CONTENT
082100******************************************************************
082200 3110-COMPARAR-FOLIO.
082300     IF LSJ-IDX-COMPANIA(LSJ-X-IDX)
082400         NOT = LSJ-ASI-COMPANIA(LSJ-X-ASI)
082500         OR LSJ-IDX-ID(LSJ-X-IDX) NOT = LSJ-ASI-ID(LSJ-X-ASI)
082600         OR LSJ-IDX-NOMBRE(LSJ-X-IDX)
082700             NOT = LSJ-ASI-NOMBRE(LSJ-X-ASI)
082800         OR LSJ-IDX-PERIODO(LSJ-X-IDX)
082900             NOT = LSJ-ASI-PERIODO(LSJ-X-ASI)
083000         GO TO 3110-COMPARAR-FOLIO-EXIT
083100     END-IF.
083200     IF LSJ-IDX-TIPO(LSJ-X-IDX) = 'O'
083300         MOVE LSJ-IDX-FOLIO(LSJ-X-IDX) TO LSJ-FOLIO-ORIGEN
083400     END-IF.
083500     IF LSJ-IDX-PER-REGISTRO(LSJ-X-IDX)
083600         = LSJ-ASI-PER-REGISTRO(LSJ-X-ASI)
083700         SET LSJ-ES-ANTECEDENTE TO TRUE
083800         MOVE LSJ-IDX-HABERES(LSJ-X-IDX) TO LSJ-ULT-HABERES
083900         MOVE LSJ-IDX-DEDUCCIONES(LSJ-X-IDX)
084000             TO LSJ-ULT-DEDUCCIONES
084100     END-IF.
084200 3110-COMPARAR-FOLIO-EXIT.
084300     EXIT.
084400*
084500******************************************************************
084600* 3200-ASIGNAR-FOLIO - NEXT FOLIO OF THE FIRST AUTHORIZED RANGE
084700*                      OF THE COMPANY THAT STILL HAS ROOM
084800******************************************************************
084900 3200-ASIGNAR-FOLIO.
085000     MOVE 'N' TO LSJ-HALLADO.
085100     PERFORM 3210-PROBAR-RANGO THRU 3210-PROBAR-RANGO-EXIT
085200         VARYING LSJ-X-RAN FROM 1 BY 1
085300         UNTIL LSJ-X-RAN > LSJ-CANT-RANGOS
085400            OR LSJ-ES-HALLADO.
085500 3200-ASIGNAR-FOLIO-EXIT.
085600     EXIT.
085700*
085800******************************************************************
085900* 3210-PROBAR-RANGO - TAKE THE NEXT NUMBER WHEN THE RANGE HAS ONE
086000******************************************************************
086100 3210-PROBAR-RANGO.
086200     IF LSJ-RAN-COMPANIA(LSJ-X-RAN)
086300         NOT = LSJ-ASI-COMPANIA(LSJ-X-ASI)
086400         OR LSJ-RAN-ULTIMO(LSJ-X-RAN)
086500             NOT < LSJ-RAN-HASTA(LSJ-X-RAN)
086600         GO TO 3210-PROBAR-RANGO-EXIT
086700     END-IF.
086800     IF LSJ-RAN-ULTIMO(LSJ-X-RAN) < LSJ-RAN-DESDE(LSJ-X-RAN)
086900         MOVE LSJ-RAN-DESDE(LSJ-X-RAN) TO LSJ-FOLIO-ACTUAL
087000     ELSE
087100         COMPUTE LSJ-FOLIO-ACTUAL = LSJ-RAN-ULTIMO(LSJ-X-RAN) + 1
087200     END-IF.
087300     MOVE LSJ-FOLIO-ACTUAL TO LSJ-RAN-ULTIMO(LSJ-X-RAN).
087400     MOVE LSJ-RAN-RESOLUCION(LSJ-X-RAN) TO LSJ-RESOLUCION.
087500     SET LSJ-ES-CAMBIO-RANGOS TO TRUE.
087600     SET LSJ-ES-HALLADO TO TRUE.
087700 3210-PROBAR-RANGO-EXIT.
087800     EXIT.
087900*
088000******************************************************************
088100* 3300-REGISTRAR-FOLIO - THE NEW FOLIO INTO THE INDEX TABLE
088200******************************************************************
088300 3300-REGISTRAR-FOLIO.
088400     IF LSJ-CANT-INDICE NOT < 3000
088500         DISPLAY 'LIBROSJ: LIBROIDX EXCEDE LA TABLA, FOLIO '
088600             LSJ-FOLIO-ACTUAL ' SIN INDEXAR'
088700         MOVE 8 TO RETURN-CODE
088800         GO TO 3300-REGISTRAR-FOLIO-EXIT
088900     END-IF.
089000     ADD 1 TO LSJ-CANT-INDICE.
089100     SET LSJ-X-IDX TO LSJ-CANT-INDICE.
089200     MOVE LSJ-FOLIO-ACTUAL TO LSJ-IDX-FOLIO(LSJ-X-IDX).
089300     MOVE LSJ-ASI-COMPANIA(LSJ-X-ASI)
089400         TO LSJ-IDX-COMPANIA(LSJ-X-IDX).
089500     MOVE LSJ-ASI-ID(LSJ-X-ASI) TO LSJ-IDX-ID(LSJ-X-IDX).
089600     MOVE LSJ-ASI-NOMBRE(LSJ-X-ASI) TO LSJ-IDX-NOMBRE(LSJ-X-IDX).
089700     MOVE LSJ-ASI-PERIODO(LSJ-X-ASI)
089800         TO LSJ-IDX-PERIODO(LSJ-X-IDX).
089900     MOVE LSJ-TIPO-FOLIO TO LSJ-IDX-TIPO(LSJ-X-IDX).
090000     MOVE LSJ-FOLIO-ORIGEN TO LSJ-IDX-FOLIO-ORIGEN(LSJ-X-IDX).
090100     MOVE LSJ-ASI-PER-REGISTRO(LSJ-X-ASI)
090200         TO LSJ-IDX-PER-REGISTRO(LSJ-X-IDX).
090300     MOVE LSJ-ASI-HABERES(LSJ-X-ASI)
090400         TO LSJ-IDX-HABERES(LSJ-X-IDX).
090500     MOVE LSJ-ASI-DEDUCCIONES(LSJ-X-ASI)
090600         TO LSJ-IDX-DEDUCCIONES(LSJ-X-IDX).
090700     MOVE LSJ-RENGLON TO LSJ-IDX-RENGLONES(LSJ-X-IDX).
090800     MOVE LSJ-FECHA-HOY TO LSJ-IDX-FECHA(LSJ-X-IDX).
090900     MOVE LSJ-OPERADOR TO LSJ-IDX-OPERADOR(LSJ-X-IDX).
091000     MOVE ZERO TO LSJ-IDX-REIMPRESIONES(LSJ-X-IDX).
091100     SET LSJ-ES-CAMBIO-INDICE TO TRUE.
091200 3300-REGISTRAR-FOLIO-EXIT.
091300     EXIT.
091400*
091500******************************************************************
091600* 4000-IMPRIMIR-FOLIO - ONE FOLIO: HEADING, EMPLOYEE, LINES,
091700*                       DEDUCTIONS BY CONCEPT, TOTALS. EVERY
091800*                       LINE ALSO GOES TO THE LIBROFOL ARCHIVE
091900******************************************************************
092000 4000-IMPRIMIR-FOLIO.
092100     MOVE ZERO TO LSJ-RENGLON.
092200     MOVE SPACES TO LSJ-NOMBRE-EMPRESA.
092300     PERFORM 4010-BUSCAR-EMPRESA THRU 4010-BUSCAR-EMPRESA-EXIT
092400         VARYING LSJ-X-CIA FROM 1 BY 1
092500         UNTIL LSJ-X-CIA > LSJ-CANT-COMPANIAS.
092600     MOVE ALL '=' TO LSJ-RENGLON-TEXTO.
092700     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
092800     MOVE SPACES TO LSJ-RENGLON-TEXTO.
092900     STRING 'LIBRO DE SUELDOS Y JORNALES - '
093000         LSJ-ASI-COMPANIA(LSJ-X-ASI) ' ' LSJ-NOMBRE-EMPRESA
093100         '  FOLIO NRO ' LSJ-FOLIO-ACTUAL
093200         DELIMITED BY SIZE INTO LSJ-RENGLON-TEXTO.
093300     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
093400     MOVE SPACES TO LSJ-RENGLON-TEXTO.
093500     STRING 'RUBRICA: ' LSJ-RESOLUCION
093600         '  PERIODO: ' LSJ-ASI-PERIODO(LSJ-X-ASI)
093700         '  EMITIDO: ' LSJ-FECHA-HOY
093800         DELIMITED BY SIZE INTO LSJ-RENGLON-TEXTO.
093900     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
094000     IF LSJ-TIPO-FOLIO = 'R'
094100         PERFORM 4050-LEYENDA-RECTIFICACION
094200             THRU 4050-LEYENDA-RECTIFICACION-EXIT
094300     END-IF.
094400     MOVE ALL '-' TO LSJ-RENGLON-TEXTO.
094500     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
094600     PERFORM 4300-BUSCAR-PERSONA THRU 4300-BUSCAR-PERSONA-EXIT.
094700     PERFORM 4400-BUSCAR-ANTIGUEDAD
094800         THRU 4400-BUSCAR-ANTIGUEDAD-EXIT.
094900     MOVE SPACES TO LSJ-RENGLON-TEXTO.
095000     STRING 'LEGAJO: ' LSJ-ASI-ID(LSJ-X-ASI)
095100         '  NOMBRE: ' LSJ-NOMBRE-COMPLETO
095200         DELIMITED BY SIZE INTO LSJ-RENGLON-TEXTO.
095300     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
095400     MOVE SPACES TO LSJ-RENGLON-TEXTO.
095500     STRING 'CUIT: ' LSJ-CUIT '  DOMICILIO: ' LSJ-DIRECCION
095600         DELIMITED BY SIZE INTO LSJ-RENGLON-TEXTO.
095700     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
095800     MOVE SPACES TO LSJ-RENGLON-TEXTO.
095900     STRING 'DEPARTAMENTO: ' LSJ-ASI-DEPTO(LSJ-X-ASI)
096000         '  ANTIGUEDAD: ' LSJ-EXPERIENCIA ' ANIOS'
096100         DELIMITED BY SIZE INTO LSJ-RENGLON-TEXTO.
096200     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
096300     MOVE ALL '-' TO LSJ-RENGLON-TEXTO.
096400     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
096500     MOVE SPACES TO LSJ-RENGLON-TEXTO.
096600     MOVE 'CONCEPTO' TO LSJ-RENGLON-TEXTO(1:8).
096700     MOVE 'HABERES' TO LSJ-RENGLON-TEXTO(43:7).
096800     MOVE 'DEDUCCIONES' TO LSJ-RENGLON-TEXTO(55:11).
096900     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
097000     PERFORM 4100-LINEAS-REGISTRO THRU 4100-LINEAS-REGISTRO-EXIT
097100         VARYING LSJ-X-REG FROM 1 BY 1
097200         UNTIL LSJ-X-REG > LSJ-CANT-REGISTRO.
097300     IF LSJ-ASI-CLASE(LSJ-X-ASI) = 'N'
097400         PERFORM 4500-DEDUCCIONES-CONCEPTO
097500             THRU 4500-DEDUCCIONES-CONCEPTO-EXIT
097600     END-IF.
097700     MOVE ALL '-' TO LSJ-RENGLON-TEXTO.
097800     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
097900     MOVE SPACES TO LSJ-LINEA-IMPORTES.
098000     MOVE 'TOTALES' TO LSJ-LI-CONCEPTO.
098100     MOVE LSJ-ASI-HABERES(LSJ-X-ASI) TO LSJ-LI-HABERES.
098200     MOVE LSJ-ASI-DEDUCCIONES(LSJ-X-ASI) TO LSJ-LI-DEDUCCIONES.
098300     MOVE LSJ-LINEA-IMPORTES TO LSJ-RENGLON-TEXTO.
098400     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
098500     COMPUTE LSJ-NETO-ASIENTO = LSJ-ASI-HABERES(LSJ-X-ASI)
098600         - LSJ-ASI-DEDUCCIONES(LSJ-X-ASI).
098700     MOVE SPACES TO LSJ-LINEA-IMPORTES.
098800     IF LSJ-ASI-CLASE(LSJ-X-ASI) = 'N'
098900         MOVE 'NETO DEL PERIODO' TO LSJ-LI-CONCEPTO
099000     ELSE
099100         MOVE 'NETO DEL AJUSTE' TO LSJ-LI-CONCEPTO
099200     END-IF.
099300     MOVE LSJ-NETO-ASIENTO TO LSJ-LI-HABERES.
099400     MOVE ZERO TO LSJ-LI-DEDUCCIONES.
099500     MOVE LSJ-LINEA-IMPORTES TO LSJ-RENGLON-TEXTO.
099600     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
099700     MOVE ALL '=' TO LSJ-RENGLON-TEXTO.
099800     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
099900     MOVE SPACES TO LSJ-LINEA.
100000     WRITE LSJ-LINEA BEFORE ADVANCING PAGE.
100100 4000-IMPRIMIR-FOLIO-EXIT.
100200     EXIT.
100300*
100400******************************************************************
100500* 4010-BUSCAR-EMPRESA - COMPANY NAME FOR THE HEADING
100600******************************************************************
100700 4010-BUSCAR-EMPRESA.
100800     IF LSJ-CIA-CODIGO(LSJ-X-CIA) = LSJ-ASI-COMPANIA(LSJ-X-ASI)
100900         MOVE LSJ-CIA-NOMBRE(LSJ-X-CIA) TO LSJ-NOMBRE-EMPRESA
101000     END-IF.
101100 4010-BUSCAR-EMPRESA-EXIT.
101200     EXIT.
101300*
101400******************************************************************
101500* 4050-LEYENDA-RECTIFICACION - WHICH FOLIO THIS ONE CORRECTS
101600******************************************************************
101700 4050-LEYENDA-RECTIFICACION.
101800     MOVE SPACES TO LSJ-RENGLON-TEXTO.
101900     IF LSJ-FOLIO-ORIGEN = ZERO
102000         STRING 'FOLIO RECTIFICATIVO - EL PERIODO NO TIENE '
102100             'FOLIO ORIGINAL EN ESTE LIBRO'
102200             DELIMITED BY SIZE INTO LSJ-RENGLON-TEXTO
102300     ELSE
102400         STRING 'FOLIO RECTIFICATIVO DEL FOLIO NRO '
102500             LSJ-FOLIO-ORIGEN
102600             DELIMITED BY SIZE INTO LSJ-RENGLON-TEXTO
102700     END-IF.
102800     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
102900     MOVE SPACES TO LSJ-RENGLON-TEXTO.
103000     IF LSJ-ASI-CLASE(LSJ-X-ASI) = 'R'
103100         STRING 'AJUSTE RETROACTIVO LIQUIDADO EN EL PERIODO '
103200             LSJ-ASI-PER-REGISTRO(LSJ-X-ASI)
103300             DELIMITED BY SIZE INTO LSJ-RENGLON-TEXTO
103400     ELSE
103500         STRING 'REEMPLAZA EL CONTENIDO DEL ASIENTO ANTERIOR '
103600             'DEL PERIODO, QUE NO SE ANULA'
103700             DELIMITED BY SIZE INTO LSJ-RENGLON-TEXTO
103800     END-IF.
103900     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
104000 4050-LEYENDA-RECTIFICACION-EXIT.
104100     EXIT.
104200*
104300******************************************************************
104400* 4100-LINEAS-REGISTRO - THE AMOUNT LINES OF ONE REGISTER LINE
104500*                        THAT BELONGS TO THE ENTRY
104600******************************************************************
104700 4100-LINEAS-REGISTRO.
104800     IF LSJ-REG-ASIENTO(LSJ-X-REG) NOT = LSJ-X-ASI
104900         GO TO 4100-LINEAS-REGISTRO-EXIT
105000     END-IF.
105100     PERFORM 2300-IMPORTES-LINEA THRU 2300-IMPORTES-LINEA-EXIT.
105200     MOVE SPACES TO LSJ-CONCEPTO-AUX.
105300     EVALUATE LSJ-REG-TIPO(LSJ-X-REG)
105400         WHEN 'A'
105500         WHEN 'D'
105600             PERFORM 4200-LINEA-AJUSTE THRU 4200-LINEA-AJUSTE-EXIT
105700             GO TO 4100-LINEAS-REGISTRO-EXIT
105800         WHEN 'O'
105900             STRING 'SUELDO LIQ. DEPTO '
106000                 LSJ-REG-SENIORIDAD(LSJ-X-REG)
106100                 DELIMITED BY SIZE INTO LSJ-CONCEPTO-AUX
106200         WHEN 'T'
106300         WHEN 'E'
106400             STRING 'SUELDO TRAMO ' LSJ-REG-SENIORIDAD(LSJ-X-REG)
106500                 DELIMITED BY SIZE INTO LSJ-CONCEPTO-AUX
106600         WHEN 'F'
106700             STRING 'LIQUIDACION FINAL '
106800                 LSJ-REG-SENIORIDAD(LSJ-X-REG)
106900                 DELIMITED BY SIZE INTO LSJ-CONCEPTO-AUX
107000         WHEN 'G'
107100             MOVE 'AGUINALDO' TO LSJ-CONCEPTO-AUX
107200         WHEN 'H'
107300             MOVE 'ASIGNACIONES FAMILIARES' TO LSJ-CONCEPTO-AUX
107400         WHEN 'V'
107500             MOVE 'REINTEGRO DE GASTOS' TO LSJ-CONCEPTO-AUX
107501         WHEN 'M'
107502             MOVE 'COMPLEMENTO SALARIO MINIMO' TO LSJ-CONCEPTO-AUX
107503         WHEN 'N'
107504         WHEN 'X'
107505             STRING 'NOVEDAD ' LSJ-REG-SENIORIDAD(LSJ-X-REG)
107506                 DELIMITED BY SIZE INTO LSJ-CONCEPTO-AUX
107600         WHEN OTHER
107700             STRING 'SUELDO ' LSJ-REG-SENIORIDAD(LSJ-X-REG)
107800                 DELIMITED BY SIZE INTO LSJ-CONCEPTO-AUX
107900     END-EVALUATE.
108000     MOVE SPACES TO LSJ-LINEA-IMPORTES.
108100     MOVE LSJ-CONCEPTO-AUX TO LSJ-LI-CONCEPTO.
108200     MOVE LSJ-REG-PRORRATEADO(LSJ-X-REG) TO LSJ-LI-HABERES.
108300     MOVE ZERO TO LSJ-LI-DEDUCCIONES.
108400     MOVE LSJ-LINEA-IMPORTES TO LSJ-RENGLON-TEXTO.
108500     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
108600     IF LSJ-REG-ADIC-ANTIG(LSJ-X-REG) > ZERO
108700         MOVE LSJ-REG-ADIC-ANTIG(LSJ-X-REG) TO LSJ-IMPORTE-ED
108800         MOVE SPACES TO LSJ-RENGLON-TEXTO
108900         STRING '  INCL. ANTIGUEDAD ' LSJ-IMPORTE-ED
109000             DELIMITED BY SIZE INTO LSJ-RENGLON-TEXTO
109100         PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT
109200     END-IF.
109300     IF LSJ-REG-PRESENTISMO(LSJ-X-REG) > ZERO
109400         MOVE LSJ-REG-PRESENTISMO(LSJ-X-REG) TO LSJ-IMPORTE-ED
109500         MOVE SPACES TO LSJ-RENGLON-TEXTO
109600         STRING '  INCL. PRESENTISMO ' LSJ-IMPORTE-ED
109700             DELIMITED BY SIZE INTO LSJ-RENGLON-TEXTO
109800         PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT
109900     END-IF.
110000     IF LSJ-REG-BONO(LSJ-X-REG) > ZERO
110100         MOVE SPACES TO LSJ-LINEA-IMPORTES
110200         MOVE 'BONO' TO LSJ-LI-CONCEPTO
110300         MOVE LSJ-REG-BONO(LSJ-X-REG) TO LSJ-LI-HABERES
110400         MOVE ZERO TO LSJ-LI-DEDUCCIONES
110500         MOVE LSJ-LINEA-IMPORTES TO LSJ-RENGLON-TEXTO
110600         PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT
110700     END-IF.
110800     IF LSJ-REG-EXTRA(LSJ-X-REG) > ZERO
110900         MOVE SPACES TO LSJ-LINEA-IMPORTES
111000         MOVE 'HORAS EXTRA' TO LSJ-LI-CONCEPTO
111100         MOVE LSJ-REG-EXTRA(LSJ-X-REG) TO LSJ-LI-HABERES
111200         MOVE ZERO TO LSJ-LI-DEDUCCIONES
111300         MOVE LSJ-LINEA-IMPORTES TO LSJ-RENGLON-TEXTO
111400         PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT
111500     END-IF.
111600     IF LSJ-LIN-DEDUCCIONES > ZERO
111700         MOVE SPACES TO LSJ-LINEA-IMPORTES
111800         MOVE 'DEDUCCIONES' TO LSJ-LI-CONCEPTO
111900         MOVE ZERO TO LSJ-LI-HABERES
112000         MOVE LSJ-LIN-DEDUCCIONES TO LSJ-LI-DEDUCCIONES
112100         MOVE LSJ-LINEA-IMPORTES TO LSJ-RENGLON-TEXTO
112200         PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT
112300     END-IF.
112400 4100-LINEAS-REGISTRO-EXIT.
112500     EXIT.
112600*
112700******************************************************************
112800* 4200-LINEA-AJUSTE - A RETRO OR ANNUAL TAX ADJUSTMENT LINE
112900******************************************************************
113000 4200-LINEA-AJUSTE.
113100     IF LSJ-REG-PERIODO-REF(LSJ-X-REG) = ZERO
113200         MOVE 'AJUSTE ANUAL GANANCIAS' TO LSJ-CONCEPTO-AUX
113300     ELSE
113400         STRING 'AJUSTE RETROACTIVO BONO '
113500             LSJ-REG-PERIODO-REF(LSJ-X-REG)
113600             DELIMITED BY SIZE INTO LSJ-CONCEPTO-AUX
113700     END-IF.
113800     MOVE SPACES TO LSJ-LINEA-IMPORTES.
113900     MOVE LSJ-CONCEPTO-AUX TO LSJ-LI-CONCEPTO.
114000     MOVE LSJ-LIN-HABERES TO LSJ-LI-HABERES.
114100     MOVE LSJ-LIN-DEDUCCIONES TO LSJ-LI-DEDUCCIONES.
114200     MOVE LSJ-LINEA-IMPORTES TO LSJ-RENGLON-TEXTO.
114300     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
114400 4200-LINEA-AJUSTE-EXIT.
114500     EXIT.
114600*
114700******************************************************************
114800* 4300-BUSCAR-PERSONA - LEGAL NAME, CUIT AND ADDRESS FROM THE
114900*                       PERSONAS MASTER
115000******************************************************************
115100 4300-BUSCAR-PERSONA.
115200     MOVE 'N' TO LSJ-HALLADO.
115300     MOVE 'N' TO LSJ-FIN-ARCHIVO.
115400     MOVE LSJ-ASI-NOMBRE(LSJ-X-ASI) TO LSJ-NOMBRE-COMPLETO.
115500     MOVE SPACES TO LSJ-CUIT.
115600     MOVE SPACES TO LSJ-DIRECCION.
115700     OPEN INPUT PERSONAS-FILE.
115800     IF LSJ-STATUS-PERSONAS = '00'
115900         PERFORM 4310-LEER-PERSONA THRU 4310-LEER-PERSONA-EXIT
116000             UNTIL LSJ-ES-FIN-ARCHIVO OR LSJ-ES-HALLADO
116100     END-IF.
116200     CLOSE PERSONAS-FILE.
116300     MOVE 'N' TO LSJ-FIN-ARCHIVO.
116400 4300-BUSCAR-PERSONA-EXIT.
116500     EXIT.
116600*
116700******************************************************************
116800* 4310-LEER-PERSONA - MATCH ONE PERSON BY CANDIDATE NUMBER
116900******************************************************************
117000 4310-LEER-PERSONA.
117100     READ PERSONAS-FILE
117200         AT END
117300             SET LSJ-ES-FIN-ARCHIVO TO TRUE
117400         NOT AT END
117500             IF LSJ-ASI-ID(LSJ-X-ASI) NOT = ZERO
117600                 AND PE-ID = LSJ-ASI-ID(LSJ-X-ASI)
117700                 MOVE PE-NOMBRE-COMPLETO TO LSJ-NOMBRE-COMPLETO
117800                 MOVE PE-CUIT TO LSJ-CUIT
117900                 MOVE PE-DIRECCION TO LSJ-DIRECCION
118000                 SET LSJ-ES-HALLADO TO TRUE
118100             END-IF
118200     END-READ.
118300 4310-LEER-PERSONA-EXIT.
118400     EXIT.
118500*
118600******************************************************************
118700* 4400-BUSCAR-ANTIGUEDAD - YEARS OF SERVICE ON THE EMPLOYEE'S
118800*                          LATEST PAYHIST ROW OF THE PERIOD
118900******************************************************************
119000 4400-BUSCAR-ANTIGUEDAD.
119100     MOVE ZERO TO LSJ-EXPERIENCIA.
119200     MOVE 'N' TO LSJ-FIN-ARCHIVO.
119300     OPEN INPUT PAYHIST-FILE.
119400     IF LSJ-STATUS-PAYHIST = '00'
119500         PERFORM 4410-LEER-HIST THRU 4410-LEER-HIST-EXIT
119600             UNTIL LSJ-ES-FIN-ARCHIVO
119700     END-IF.
119800     CLOSE PAYHIST-FILE.
119900     MOVE 'N' TO LSJ-FIN-ARCHIVO.
120000 4400-BUSCAR-ANTIGUEDAD-EXIT.
120100     EXIT.
120200*
120300******************************************************************
120400* 4410-LEER-HIST - MATCH ONE PAYHIST ROW BY ID, OR BY NAME WHEN
120500*                  EITHER SIDE PREDATES THE CANDIDATE NUMBERS
120600******************************************************************
120700 4410-LEER-HIST.
120800     READ PAYHIST-FILE
120900         AT END
121000             SET LSJ-ES-FIN-ARCHIVO TO TRUE
121100         NOT AT END
121200             IF PH-RECORD(1:1) NOT = '*'
121300                 AND PH-PERIODO = LSJ-ASI-PERIODO(LSJ-X-ASI)
121400                 AND PH-TIPO-LINEA NOT = 'A'
121500                 AND PH-TIPO-LINEA NOT = 'D'
121600                 AND PH-EXPERIENCIA IS NUMERIC
121700                 AND ((LSJ-ASI-ID(LSJ-X-ASI) NOT = ZERO
121800                       AND PH-ID = LSJ-ASI-ID(LSJ-X-ASI))
121900                      OR ((LSJ-ASI-ID(LSJ-X-ASI) = ZERO
122000                           OR PH-ID = ZERO)
122100                          AND PH-NOMBRE
122200                              = LSJ-ASI-NOMBRE(LSJ-X-ASI)))
122300                 MOVE PH-EXPERIENCIA TO LSJ-EXPERIENCIA
122400             END-IF
122500     END-READ.
122600 4410-LEER-HIST-EXIT.
122700     EXIT.
122800*
122900******************************************************************
123000* 4500-DEDUCCIONES-CONCEPTO - THE EMPLOYEE'S DEDDET ROWS OF THE
123100*                             PERIOD AND COMPANY BY CONCEPT
123200******************************************************************
123300 4500-DEDUCCIONES-CONCEPTO.
123400     MOVE ZERO TO LSJ-CANT-CONCEPTOS.
123500     MOVE 'N' TO LSJ-FIN-ARCHIVO.
123600     OPEN INPUT DEDDET-FILE.
123700     IF LSJ-STATUS-DETALLE = '00'
123800         PERFORM 4510-LEER-DETALLE THRU 4510-LEER-DETALLE-EXIT
123900             UNTIL LSJ-ES-FIN-ARCHIVO
124000     END-IF.
124100     CLOSE DEDDET-FILE.
124200     MOVE 'N' TO LSJ-FIN-ARCHIVO.
124300     IF LSJ-CANT-CONCEPTOS = ZERO
124400         GO TO 4500-DEDUCCIONES-CONCEPTO-EXIT
124500     END-IF.
124600     MOVE SPACES TO LSJ-RENGLON-TEXTO.
124700     MOVE 'DETALLE DE DEDUCCIONES:' TO LSJ-RENGLON-TEXTO.
124800     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
124900     PERFORM 4530-LINEA-CONCEPTO THRU 4530-LINEA-CONCEPTO-EXIT
125000         VARYING LSJ-X-CON FROM 1 BY 1
125100         UNTIL LSJ-X-CON > LSJ-CANT-CONCEPTOS.
125200 4500-DEDUCCIONES-CONCEPTO-EXIT.
125300     EXIT.
125400*
125500******************************************************************
125600* 4510-LEER-DETALLE - ONE DEDDET ROW OF THE ENTRY
125700******************************************************************
125800 4510-LEER-DETALLE.
125900     READ DEDDET-FILE
126000         AT END
126100             SET LSJ-ES-FIN-ARCHIVO TO TRUE
126200         NOT AT END
126300             IF DT-PERIODO = LSJ-ASI-PERIODO(LSJ-X-ASI)
126400                 AND DT-ID = LSJ-ASI-ID(LSJ-X-ASI)
126500                 AND DT-NOMBRE = LSJ-ASI-NOMBRE(LSJ-X-ASI)
126600                 AND (DT-COMPANIA = LSJ-ASI-COMPANIA(LSJ-X-ASI)
126700                      OR DT-COMPANIA = SPACES)
126800                 PERFORM 4520-ACUMULAR-CONCEPTO
126900                     THRU 4520-ACUMULAR-CONCEPTO-EXIT
127000             END-IF
127100     END-READ.
127200 4510-LEER-DETALLE-EXIT.
127300     EXIT.
127400*
127500******************************************************************
127600* 4520-ACUMULAR-CONCEPTO - ADD THE ROW UNDER ITS CONCEPT
127700******************************************************************
127800 4520-ACUMULAR-CONCEPTO.
127900     MOVE 'N' TO LSJ-CONCEPTO-HALLADO.
128000     PERFORM 4525-COMPARAR-CONCEPTO
128100         THRU 4525-COMPARAR-CONCEPTO-EXIT
128200         VARYING LSJ-X-CON FROM 1 BY 1
128300         UNTIL LSJ-X-CON > LSJ-CANT-CONCEPTOS
128400            OR LSJ-ES-CONCEPTO-HALLADO.
128500     IF NOT LSJ-ES-CONCEPTO-HALLADO
128600         AND LSJ-CANT-CONCEPTOS < 50
128700         ADD 1 TO LSJ-CANT-CONCEPTOS
128800         SET LSJ-X-CON TO LSJ-CANT-CONCEPTOS
128900         MOVE DT-CONCEPTO TO LSJ-CON-CONCEPTO(LSJ-X-CON)
129000         MOVE DT-IMPORTE TO LSJ-CON-IMPORTE(LSJ-X-CON)
129100     END-IF.
129200 4520-ACUMULAR-CONCEPTO-EXIT.
129300     EXIT.
129400*
129500******************************************************************
129600* 4525-COMPARAR-CONCEPTO - ADD TO THE CONCEPT IF ALREADY THERE
129700******************************************************************
129800 4525-COMPARAR-CONCEPTO.
129900     IF LSJ-CON-CONCEPTO(LSJ-X-CON) = DT-CONCEPTO
130000         ADD DT-IMPORTE TO LSJ-CON-IMPORTE(LSJ-X-CON)
130100         SET LSJ-ES-CONCEPTO-HALLADO TO TRUE
130200     END-IF.
130300 4525-COMPARAR-CONCEPTO-EXIT.
130400     EXIT.
130500*
130600******************************************************************
130700* 4530-LINEA-CONCEPTO - ONE CONCEPT TOTAL, OUTSIDE THE COLUMNS
130800*                       SO IT IS NOT READ AS A SECOND DEDUCTION
130900******************************************************************
131000 4530-LINEA-CONCEPTO.
131100     MOVE LSJ-CON-IMPORTE(LSJ-X-CON) TO LSJ-IMPORTE-SED.
131200     MOVE SPACES TO LSJ-RENGLON-TEXTO.
131300     STRING '    ' LSJ-CON-CONCEPTO(LSJ-X-CON) ' ' LSJ-IMPORTE-SED
131400         DELIMITED BY SIZE INTO LSJ-RENGLON-TEXTO.
131500     PERFORM 8000-EMITIR-RENGLON THRU 8000-EMITIR-RENGLON-EXIT.
131600 4530-LINEA-CONCEPTO-EXIT.
131700     EXIT.
131800*
131900******************************************************************
132000* 5000-REIMPRIMIR - A FOLIO AGAIN, FROM THE ARCHIVE, MARKED AS A
132100*                   DUPLICATE; THE CONTENT IS NEVER REBUILT
132200******************************************************************
132300 5000-REIMPRIMIR.
132400     PERFORM 2010-PEDIR-OPERADOR THRU 2010-PEDIR-OPERADOR-EXIT.
132500     IF LSJ-OPERADOR = SPACES
132600         GO TO 5000-REIMPRIMIR-EXIT
132700     END-IF.
132800     DISPLAY 'EMPRESA: ' WITH NO ADVANCING.
132900     ACCEPT LSJ-COMPANIA-PEDIDA.
133000     DISPLAY 'FOLIO NRO: ' WITH NO ADVANCING.
133100     ACCEPT LSJ-ENTRADA.
133200     COMPUTE LSJ-FOLIO-PEDIDO = FUNCTION NUMVAL(LSJ-ENTRADA).
133300     MOVE 'N' TO LSJ-HALLADO.
133400     PERFORM 5010-BUSCAR-FOLIO THRU 5010-BUSCAR-FOLIO-EXIT
133500         VARYING LSJ-X-IDX FROM 1 BY 1
133600         UNTIL LSJ-X-IDX > LSJ-CANT-INDICE
133700            OR LSJ-ES-HALLADO.
133800     IF NOT LSJ-ES-HALLADO
133900         DISPLAY 'EL FOLIO ' LSJ-FOLIO-PEDIDO ' DE LA EMPRESA '
134000             LSJ-COMPANIA-PEDIDA ' NO ESTA EN EL LIBRO'
134100         MOVE 8 TO RETURN-CODE
134200         GO TO 5000-REIMPRIMIR-EXIT
134300     END-IF.
134400     SET LSJ-X-IDX DOWN BY 1.
134500     ADD 1 TO LSJ-IDX-REIMPRESIONES(LSJ-X-IDX).
134600     OPEN OUTPUT LIBROSJ-FILE.
134700     PERFORM 5100-MARCA-DUPLICADO THRU 5100-MARCA-DUPLICADO-EXIT.
134800     MOVE ZERO TO LSJ-RENGLON.
134900     MOVE 'N' TO LSJ-FIN-ARCHIVO.
135000     OPEN INPUT LIBROFOL-FILE.
135100     IF LSJ-STATUS-ARCHIVO = '00'
135200         PERFORM 5200-LEER-ARCHIVADO THRU 5200-LEER-ARCHIVADO-EXIT
135300             UNTIL LSJ-ES-FIN-ARCHIVO
135400     END-IF.
135500     CLOSE LIBROFOL-FILE.
135600     MOVE 'N' TO LSJ-FIN-ARCHIVO.
135700     PERFORM 5100-MARCA-DUPLICADO THRU 5100-MARCA-DUPLICADO-EXIT.
135800     CLOSE LIBROSJ-FILE.
135900     IF LSJ-RENGLON NOT = LSJ-IDX-RENGLONES(LSJ-X-IDX)
136000         DISPLAY 'LIBROSJ: LIBROFOL TIENE ' LSJ-RENGLON
136100             ' RENGLONES DEL FOLIO Y EL INDICE '
136200             LSJ-IDX-RENGLONES(LSJ-X-IDX)
136300             ', EL DUPLICADO NO ES VALIDO'
136400         SUBTRACT 1 FROM LSJ-IDX-REIMPRESIONES(LSJ-X-IDX)
136500         MOVE 8 TO RETURN-CODE
136600         GO TO 5000-REIMPRIMIR-EXIT
136700     END-IF.
136800     SET LSJ-ES-CAMBIO-INDICE TO TRUE.
136900     DISPLAY 'LIBROSJ: DUPLICADO NRO '
137000         LSJ-IDX-REIMPRESIONES(LSJ-X-IDX) ' DEL FOLIO '
137100         LSJ-FOLIO-PEDIDO ' EMITIDO EN LIBROSJ'.
137200 5000-REIMPRIMIR-EXIT.
137300     EXIT.
137400*
137500******************************************************************
137600* 5010-BUSCAR-FOLIO - THE INDEX ROW OF THE REQUESTED FOLIO
137700******************************************************************
137800 5010-BUSCAR-FOLIO.
137900     IF LSJ-IDX-COMPANIA(LSJ-X-IDX) = LSJ-COMPANIA-PEDIDA
138000         AND LSJ-IDX-FOLIO(LSJ-X-IDX) = LSJ-FOLIO-PEDIDO
138100         SET LSJ-ES-HALLADO TO TRUE
138200     END-IF.
138300 5010-BUSCAR-FOLIO-EXIT.
138400     EXIT.
138500*
138600******************************************************************
138700* 5100-MARCA-DUPLICADO - THE DUPLICATE STAMP, ABOVE AND BELOW
138800******************************************************************
138900 5100-MARCA-DUPLICADO.
139000     MOVE SPACES TO LSJ-LINEA.
139100     STRING '*** DUPLICADO DEL FOLIO ' LSJ-FOLIO-PEDIDO
139200         ' - REIMPRESION ' LSJ-IDX-REIMPRESIONES(LSJ-X-IDX)
139300         ' - ' LSJ-FECHA-HOY ' ' LSJ-OPERADOR ' ***'
139400         DELIMITED BY SIZE INTO LSJ-LINEA.
139500     WRITE LSJ-LINEA.
139600     MOVE SPACES TO LSJ-LINEA.
139700     MOVE '*** SIN VALOR COMO FOLIO ORIGINAL ***' TO LSJ-LINEA.
139800     WRITE LSJ-LINEA.
139900 5100-MARCA-DUPLICADO-EXIT.
140000     EXIT.
140100*
140200******************************************************************
140300* 5200-LEER-ARCHIVADO - ONE ARCHIVED LINE OF THE FOLIO
140400******************************************************************
140500 5200-LEER-ARCHIVADO.
140600     READ LIBROFOL-FILE
140700         AT END
140800             SET LSJ-ES-FIN-ARCHIVO TO TRUE
140900         NOT AT END
141000             IF LF-COMPANIA = LSJ-COMPANIA-PEDIDA
141100                 AND LF-FOLIO = LSJ-FOLIO-PEDIDO
141200                 ADD 1 TO LSJ-RENGLON
141300                 MOVE LF-TEXTO TO LSJ-LINEA
141400                 WRITE LSJ-LINEA
141500             END-IF
141600     END-READ.
141700 5200-LEER-ARCHIVADO-EXIT.
141800     EXIT.
141900*
142000******************************************************************
142100* 6000-LISTAR - THE FOLIOS IN THE BOOK AND THE RANGES LEFT
142200******************************************************************
142300 6000-LISTAR.
142400     DISPLAY 'EMPRESA (BLANCO = TODAS): ' WITH NO ADVANCING.
142500     ACCEPT LSJ-COMPANIA-PEDIDA.
142600     DISPLAY 'PERIODO AAAAMM (0 = TODOS): ' WITH NO ADVANCING.
142700     ACCEPT LSJ-ENTRADA.
142800     COMPUTE LSJ-PERIODO-PEDIDO = FUNCTION NUMVAL(LSJ-ENTRADA).
142900     DISPLAY 'EMP FOLIO  LEGAJO NOMBRE PERIODO T ORIGEN '
143000         'REGISTRO EMITIDO  REIMP'.
143100     PERFORM 6100-LISTAR-FOLIO THRU 6100-LISTAR-FOLIO-EXIT
143200         VARYING LSJ-X-IDX FROM 1 BY 1
143300         UNTIL LSJ-X-IDX > LSJ-CANT-INDICE.
143400     DISPLAY 'FOLIOS LISTADOS: ' LSJ-CANT-LISTADOS.
143500     DISPLAY 'EMP DESDE  HASTA  ULTIMO LIBRES RUBRICA'.
143600     PERFORM 6200-LISTAR-RANGO THRU 6200-LISTAR-RANGO-EXIT
143700         VARYING LSJ-X-RAN FROM 1 BY 1
143800         UNTIL LSJ-X-RAN > LSJ-CANT-RANGOS.
143900 6000-LISTAR-EXIT.
144000     EXIT.
144100*
144200******************************************************************
144300* 6100-LISTAR-FOLIO - ONE INDEX ROW, IF IT PASSES THE FILTERS
144400******************************************************************
144500 6100-LISTAR-FOLIO.
144600     IF LSJ-COMPANIA-PEDIDA NOT = SPACES
144700         AND LSJ-IDX-COMPANIA(LSJ-X-IDX) NOT = LSJ-COMPANIA-PEDIDA
144800         GO TO 6100-LISTAR-FOLIO-EXIT
144900     END-IF.
145000     IF LSJ-PERIODO-PEDIDO NOT = ZERO
145100         AND LSJ-IDX-PERIODO(LSJ-X-IDX) NOT = LSJ-PERIODO-PEDIDO
145200         GO TO 6100-LISTAR-FOLIO-EXIT
145300     END-IF.
145400     ADD 1 TO LSJ-CANT-LISTADOS.
145500     DISPLAY LSJ-IDX-COMPANIA(LSJ-X-IDX) ' '
145600         LSJ-IDX-FOLIO(LSJ-X-IDX) ' '
145700         LSJ-IDX-ID(LSJ-X-IDX) '  '
145800         LSJ-IDX-NOMBRE(LSJ-X-IDX) '  '
145900         LSJ-IDX-PERIODO(LSJ-X-IDX) ' '
146000         LSJ-IDX-TIPO(LSJ-X-IDX) ' '
146100         LSJ-IDX-FOLIO-ORIGEN(LSJ-X-IDX) ' '
146200         LSJ-IDX-PER-REGISTRO(LSJ-X-IDX) '   '
146300         LSJ-IDX-FECHA(LSJ-X-IDX) ' '
146400         LSJ-IDX-REIMPRESIONES(LSJ-X-IDX).
146500 6100-LISTAR-FOLIO-EXIT.
146600     EXIT.
146700*
146800******************************************************************
146900* 6200-LISTAR-RANGO - ONE AUTHORIZED RANGE AND WHAT IS LEFT
147000******************************************************************
147100 6200-LISTAR-RANGO.
147200     IF LSJ-COMPANIA-PEDIDA NOT = SPACES
147300         AND LSJ-RAN-COMPANIA(LSJ-X-RAN) NOT = LSJ-COMPANIA-PEDIDA
147400         GO TO 6200-LISTAR-RANGO-EXIT
147500     END-IF.
147600     IF LSJ-RAN-ULTIMO(LSJ-X-RAN) < LSJ-RAN-DESDE(LSJ-X-RAN)
147700         COMPUTE LSJ-DISPONIBLES = LSJ-RAN-HASTA(LSJ-X-RAN)
147800             - LSJ-RAN-DESDE(LSJ-X-RAN) + 1
147900     ELSE
148000         COMPUTE LSJ-DISPONIBLES = LSJ-RAN-HASTA(LSJ-X-RAN)
148100             - LSJ-RAN-ULTIMO(LSJ-X-RAN)
148200     END-IF.
148300     DISPLAY LSJ-RAN-COMPANIA(LSJ-X-RAN) ' '
148400         LSJ-RAN-DESDE(LSJ-X-RAN) ' '
148500         LSJ-RAN-HASTA(LSJ-X-RAN) ' '
148600         LSJ-RAN-ULTIMO(LSJ-X-RAN) ' '
148700         LSJ-DISPONIBLES ' '
148800         LSJ-RAN-RESOLUCION(LSJ-X-RAN).
148900 6200-LISTAR-RANGO-EXIT.
149000     EXIT.
149100*
149200******************************************************************
149300* 6500-AUTORIZAR - A NEW RANGE OF FOLIOS FOR A COMPANY; IT MUST
149400*                  FOLLOW EVERY RANGE THE COMPANY ALREADY HAS
149500******************************************************************
149600 6500-AUTORIZAR.
149700     PERFORM 2010-PEDIR-OPERADOR THRU 2010-PEDIR-OPERADOR-EXIT.
149800     IF LSJ-OPERADOR = SPACES
149900         GO TO 6500-AUTORIZAR-EXIT
150000     END-IF.
150100     DISPLAY 'EMPRESA: ' WITH NO ADVANCING.
150200     ACCEPT LSJ-COMPANIA-PEDIDA.
150300     MOVE 'N' TO LSJ-HALLADO.
150400     PERFORM 6510-VALIDAR-EMPRESA THRU 6510-VALIDAR-EMPRESA-EXIT
150500         VARYING LSJ-X-CIA FROM 1 BY 1
150600         UNTIL LSJ-X-CIA > LSJ-CANT-COMPANIAS.
150700     IF NOT LSJ-ES-HALLADO
150800         DISPLAY 'EMPRESA INEXISTENTE EN COMPANIAS'
150900         MOVE 8 TO RETURN-CODE
151000         GO TO 6500-AUTORIZAR-EXIT
151100     END-IF.
151200     DISPLAY 'FOLIO DESDE: ' WITH NO ADVANCING.
151300     ACCEPT LSJ-ENTRADA.
151400     COMPUTE LSJ-DESDE-PEDIDO = FUNCTION NUMVAL(LSJ-ENTRADA).
151500     DISPLAY 'FOLIO HASTA: ' WITH NO ADVANCING.
151600     ACCEPT LSJ-ENTRADA.
151700     COMPUTE LSJ-HASTA-PEDIDO = FUNCTION NUMVAL(LSJ-ENTRADA).
151800     DISPLAY 'RESOLUCION DE RUBRICA: ' WITH NO ADVANCING.
151900     ACCEPT LSJ-RESOLUCION-PEDIDA.
152000     IF LSJ-DESDE-PEDIDO = ZERO
152100         OR LSJ-HASTA-PEDIDO < LSJ-DESDE-PEDIDO
152200         DISPLAY 'RANGO INVALIDO'
152300         MOVE 8 TO RETURN-CODE
152400         GO TO 6500-AUTORIZAR-EXIT
152500     END-IF.
152600     IF LSJ-RESOLUCION-PEDIDA = SPACES
152700         DISPLAY 'FALTA LA RESOLUCION, NO SE AUTORIZA'
152800         MOVE 8 TO RETURN-CODE
152900         GO TO 6500-AUTORIZAR-EXIT
153000     END-IF.
153100     MOVE ZERO TO LSJ-MAYOR-HASTA.
153200     PERFORM 6520-MAYOR-HASTA THRU 6520-MAYOR-HASTA-EXIT
153300         VARYING LSJ-X-RAN FROM 1 BY 1
153400         UNTIL LSJ-X-RAN > LSJ-CANT-RANGOS.
153500     IF LSJ-DESDE-PEDIDO NOT > LSJ-MAYOR-HASTA
153600         DISPLAY 'EL RANGO SE SUPERPONE CON LOS YA AUTORIZADOS '
153700             '(ULTIMO FOLIO AUTORIZADO: ' LSJ-MAYOR-HASTA ')'
153800         MOVE 8 TO RETURN-CODE
153900         GO TO 6500-AUTORIZAR-EXIT
154000     END-IF.
154100     IF LSJ-CANT-RANGOS NOT < 100
154200         DISPLAY 'NO HAY LUGAR PARA MAS RANGOS'
154300         MOVE 8 TO RETURN-CODE
154400         GO TO 6500-AUTORIZAR-EXIT
154500     END-IF.
154600     ADD 1 TO LSJ-CANT-RANGOS.
154700     SET LSJ-X-RAN TO LSJ-CANT-RANGOS.
154800     MOVE LSJ-COMPANIA-PEDIDA TO LSJ-RAN-COMPANIA(LSJ-X-RAN).
154900     MOVE LSJ-DESDE-PEDIDO TO LSJ-RAN-DESDE(LSJ-X-RAN).
155000     MOVE LSJ-HASTA-PEDIDO TO LSJ-RAN-HASTA(LSJ-X-RAN).
155100     MOVE ZERO TO LSJ-RAN-ULTIMO(LSJ-X-RAN).
155200     MOVE LSJ-RESOLUCION-PEDIDA TO LSJ-RAN-RESOLUCION(LSJ-X-RAN).
155300     MOVE LSJ-FECHA-HOY TO LSJ-RAN-FECHA(LSJ-X-RAN).
155400     MOVE LSJ-OPERADOR TO LSJ-RAN-OPERADOR(LSJ-X-RAN).
155500     SET LSJ-ES-CAMBIO-RANGOS TO TRUE.
155600     DISPLAY 'RANGO ' LSJ-DESDE-PEDIDO ' A ' LSJ-HASTA-PEDIDO
155700         ' AUTORIZADO PARA LA EMPRESA ' LSJ-COMPANIA-PEDIDA.
155800 6500-AUTORIZAR-EXIT.
155900     EXIT.
156000*
156100******************************************************************
156200* 6510-VALIDAR-EMPRESA - THE COMPANY MUST BE ON COMPANIAS
156300******************************************************************
156400 6510-VALIDAR-EMPRESA.
156500     IF LSJ-CIA-CODIGO(LSJ-X-CIA) = LSJ-COMPANIA-PEDIDA
156600         SET LSJ-ES-HALLADO TO TRUE
156700     END-IF.
156800 6510-VALIDAR-EMPRESA-EXIT.
156900     EXIT.
157000*
157100******************************************************************
157200* 6520-MAYOR-HASTA - HIGHEST FOLIO ALREADY AUTHORIZED
157300******************************************************************
157400 6520-MAYOR-HASTA.
157500     IF LSJ-RAN-COMPANIA(LSJ-X-RAN) = LSJ-COMPANIA-PEDIDA
157600         AND LSJ-RAN-HASTA(LSJ-X-RAN) > LSJ-MAYOR-HASTA
157700         MOVE LSJ-RAN-HASTA(LSJ-X-RAN) TO LSJ-MAYOR-HASTA
157800     END-IF.
157900 6520-MAYOR-HASTA-EXIT.
158000     EXIT.
158100*
158200******************************************************************
158300* 7000-GRABAR-RANGOS - REWRITE FOLIOAUT WITH THE LAST FOLIO USED
158400******************************************************************
158500 7000-GRABAR-RANGOS.
158600     OPEN OUTPUT FOLIOAUT-FILE.
158700     PERFORM 7010-GRABAR-RANGO THRU 7010-GRABAR-RANGO-EXIT
158800         VARYING LSJ-X-RAN FROM 1 BY 1
158900         UNTIL LSJ-X-RAN > LSJ-CANT-RANGOS.
159000     CLOSE FOLIOAUT-FILE.
159100 7000-GRABAR-RANGOS-EXIT.
159200     EXIT.
159300*
159400******************************************************************
159500* 7010-GRABAR-RANGO - ONE RANGE BACK TO DISK
159600******************************************************************
159700 7010-GRABAR-RANGO.
159800     MOVE LSJ-FILA-RANGO(LSJ-X-RAN) TO FA-RECORD.
159900     WRITE FA-RECORD.
160000 7010-GRABAR-RANGO-EXIT.
160100     EXIT.
160200*
160300******************************************************************
160400* 7100-GRABAR-INDICE - REWRITE LIBROIDX FROM THE TABLE
160500******************************************************************
160600 7100-GRABAR-INDICE.
160700     OPEN OUTPUT LIBROIDX-FILE.
160800     PERFORM 7110-GRABAR-FOLIO THRU 7110-GRABAR-FOLIO-EXIT
160900         VARYING LSJ-X-IDX FROM 1 BY 1
161000         UNTIL LSJ-X-IDX > LSJ-CANT-INDICE.
161100     CLOSE LIBROIDX-FILE.
161200 7100-GRABAR-INDICE-EXIT.
161300     EXIT.
161400*
161500******************************************************************
161600* 7110-GRABAR-FOLIO - ONE INDEX ROW BACK TO DISK
161700******************************************************************
161800 7110-GRABAR-FOLIO.
161900     MOVE LSJ-FILA-IDX(LSJ-X-IDX) TO LI-RECORD.
162000     WRITE LI-RECORD.
162100 7110-GRABAR-FOLIO-EXIT.
162200     EXIT.
162300*
162400******************************************************************
162500* 8000-EMITIR-RENGLON - ONE FOLIO LINE TO THE PRINT FILE AND TO
162600*                       THE LIBROFOL ARCHIVE
162700******************************************************************
162800 8000-EMITIR-RENGLON.
162900     ADD 1 TO LSJ-RENGLON.
163000     MOVE LSJ-RENGLON-TEXTO TO LSJ-LINEA.
163100     WRITE LSJ-LINEA.
163200     MOVE LSJ-ASI-COMPANIA(LSJ-X-ASI) TO LF-COMPANIA.
163300     MOVE LSJ-FOLIO-ACTUAL TO LF-FOLIO.
163400     MOVE LSJ-RENGLON TO LF-RENGLON.
163500     MOVE LSJ-RENGLON-TEXTO TO LF-TEXTO.
163600     WRITE LF-RECORD.
163700 8000-EMITIR-RENGLON-EXIT.
163800     EXIT.
163900 END PROGRAM LIBROSJ.
