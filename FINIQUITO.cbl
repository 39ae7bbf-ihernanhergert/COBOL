001820*     AND CHEQUES: WITH A REGSTATE CONTROL NOT MARKED 'L' BY
001830*     THE APRUEBA STEP NO STATEMENT IS PRINTED AND THE RUN
001840*     ENDS WITH RC 8.
001841*   - EACH STATEMENT NOW SHOWS THE EMPLOYEE'S CONTRACT TYPE
001842*     (LAST CONTRATOS ROW, NONE = PERMANENT) AND THE SETTLEMENT
001843*     RULE APPLIED FOR IT (END OF CONTRACT OR OTHER TERMINATION,
001844*     INDEMNITY PERCENTAGE AND NOTICE PAY FROM TIPOCONT).
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. FINIQUITO.
002710     SELECT OPTIONAL REGSTATE-FILE ASSIGN TO 'REGSTATE'
002720         ORGANIZATION IS LINE SEQUENTIAL
002730         FILE STATUS IS FIN-STATUS-REGSTATE.
002731     SELECT OPTIONAL CONTRATOS-FILE ASSIGN TO 'CONTRATOS'
002732         ORGANIZATION IS LINE SEQUENTIAL
002733         FILE STATUS IS FIN-STATUS-CONTRATOS.
002734     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
002735         ORGANIZATION IS LINE SEQUENTIAL
002736         FILE STATUS IS FIN-STATUS-EMPL.
002800     SELECT REPORTE-FILE ASSIGN TO 'FINIQRPT'
002900         ORGANIZATION IS LINE SEQUENTIAL.
003000 DATA DIVISION.
003550     05 RG-ESTADO                PIC X(01).
003560     05 RG-USUARIO               PIC X(08).
003570     05 RG-FECHA                 PIC 9(08).
003571 FD  CONTRATOS-FILE
003572     LABEL RECORDS ARE STANDARD.
003573 01  KT-RECORD.
003574     COPY CONTRATO.
003575 FD  EMPLOYEES-FILE
003576     LABEL RECORDS ARE STANDARD.
003577 01  EM-RECORD.
003578     COPY EMPLEADO.
003600 FD  REPORTE-FILE
003700     LABEL RECORDS ARE STANDARD
003800     RECORD CONTAINS 80 CHARACTERS.
004100*
004200 01  FIN-STATUS-PAYROLL          PIC XX.
004210 01  FIN-STATUS-REGSTATE         PIC XX.
004211 01  FIN-STATUS-CONTRATOS        PIC XX.
004212 01  FIN-STATUS-EMPL             PIC XX.
004300*
004400 01  FIN-INDICADORES.
004500     05  FIN-FIN-ARCHIVO         PIC X VALUE 'N'.
006900         10 FIN-LIQ-PERIODO      PIC 9(06).
007000         10 FIN-LIQ-DEPTO        PIC X(10).
007100         10 FIN-LIQ-IMPRESO      PIC X(01).
007101*
007102*    CONTRATO VIGENTE Y MOTIVO DE BAJA DE CADA EMPLEADO
007103 01  FIN-CANT-KTR                PIC 9(03) VALUE ZERO.
007104 01  FIN-TABLA-KTR.
007105     05  FIN-KTR-FILA OCCURS 500 TIMES
007106                      INDEXED BY FIN-X-KTR.
007107         10 FIN-KTR-ID           PIC 9(05).
007108         10 FIN-KTR-TIPO         PIC X(01).
007109 01  FIN-CANT-MOT                PIC 9(03) VALUE ZERO.
00710A 01  FIN-TABLA-MOT.
00710B     05  FIN-MOT-FILA OCCURS 500 TIMES
00710C                      INDEXED BY FIN-X-MOT.
00710D         10 FIN-MOT-ID           PIC 9(05).
00710E         10 FIN-MOT-MOTIVO       PIC X(02).
00710F 01  FIN-REGLA.
00710G     05  FIN-REG-TIPO            PIC X(01).
00710H     05  FIN-REG-DESCRIPCION     PIC X(13).
00710I     05  FIN-REG-MOTIVO          PIC X(02).
00710J     05  FIN-REG-PORC            PIC 9(03).
00710K     05  FIN-REG-PREAVISO        PIC X(01).
00710L     05  FIN-REG-CASO            PIC X(15).
00710M*
00710N     COPY TIPOCONT.
007200*
007300 PROCEDURE DIVISION.
007400******************************************************************
008700     PERFORM 1000-LEER-REGISTRO THRU 1000-LEER-REGISTRO-EXIT
008800         UNTIL FIN-ES-FIN-ARCHIVO.
008900     CLOSE PAYROLL-REG-FILE.
008901     PERFORM 0700-CARGAR-CONTRATOS
008902         THRU 0700-CARGAR-CONTRATOS-EXIT.
009000     IF FIN-CANT-LIQ = ZERO
009100         DISPLAY 'FINIQUITO: SIN LIQUIDACIONES FINALES EN EL '
009200             'REGISTRO'
01120S 0900-CONTROL-LIBERACION-EXIT.
01120T     EXIT.
01120U*
01120V******************************************************************
01120W* 0700-CARGAR-CONTRATOS - CONTRACT IN FORCE (LAST CONTRATOS ROW)
01120X*                         AND TERMINATION REASON PER EMPLOYEE
01120Y******************************************************************
01120Z 0700-CARGAR-CONTRATOS.
011210     MOVE 'N' TO FIN-FIN-ARCHIVO.
011211     OPEN INPUT CONTRATOS-FILE.
011212     IF FIN-STATUS-CONTRATOS = '00'
011213         PERFORM 0710-LEER-CONTRATO THRU 0710-LEER-CONTRATO-EXIT
011214             UNTIL FIN-ES-FIN-ARCHIVO
011215     END-IF.
011216     CLOSE CONTRATOS-FILE.
011217     MOVE 'N' TO FIN-FIN-ARCHIVO.
011218     OPEN INPUT EMPLOYEES-FILE.
011219     IF FIN-STATUS-EMPL = '00'
01121A         PERFORM 0720-LEER-EMPLEADO THRU 0720-LEER-EMPLEADO-EXIT
01121B             UNTIL FIN-ES-FIN-ARCHIVO
01121C     END-IF.
01121D     CLOSE EMPLOYEES-FILE.
01121E     MOVE 'N' TO FIN-FIN-ARCHIVO.
01121F 0700-CARGAR-CONTRATOS-EXIT.
01121G     EXIT.
01121H*
01121I******************************************************************
01121J* 0710-LEER-CONTRATO - A LATER ROW REPLACES THE EMPLOYEE'S TYPE
01121K******************************************************************
01121L 0710-LEER-CONTRATO.
01121M     READ CONTRATOS-FILE
01121N         AT END
01121O             SET FIN-ES-FIN-ARCHIVO TO TRUE
01121P             GO TO 0710-LEER-CONTRATO-EXIT
01121Q     END-READ.
01121R     SET FIN-X-KTR TO 1.
01121S     SEARCH FIN-KTR-FILA
01121T         AT END
01121U             GO TO 0710-LEER-CONTRATO-EXIT
01121V         WHEN FIN-X-KTR > FIN-CANT-KTR
01121W             ADD 1 TO FIN-CANT-KTR
01121X             MOVE KT-ID TO FIN-KTR-ID(FIN-X-KTR)
01121Y             MOVE KT-TIPO TO FIN-KTR-TIPO(FIN-X-KTR)
01121Z         WHEN FIN-KTR-ID(FIN-X-KTR) = KT-ID
011220             MOVE KT-TIPO TO FIN-KTR-TIPO(FIN-X-KTR)
011221     END-SEARCH.
011222 0710-LEER-CONTRATO-EXIT.
011223     EXIT.
011224*
011225******************************************************************
011226* 0720-LEER-EMPLEADO - KEEP THE REASON OF EVERY TERMINATION
011227******************************************************************
011228 0720-LEER-EMPLEADO.
011229     READ EMPLOYEES-FILE
01122A         AT END
01122B             SET FIN-ES-FIN-ARCHIVO TO TRUE
01122C         NOT AT END
01122D             IF EM-DADO-DE-BAJA
01122E                 AND FIN-CANT-MOT < 500
01122F                 ADD 1 TO FIN-CANT-MOT
01122G                 SET FIN-X-MOT TO FIN-CANT-MOT
01122H                 MOVE EM-ID TO FIN-MOT-ID(FIN-X-MOT)
01122I                 MOVE EM-MOTIVO-BAJA TO FIN-MOT-MOTIVO(FIN-X-MOT)
01122J             END-IF
01122K     END-READ.
01122L 0720-LEER-EMPLEADO-EXIT.
01122M     EXIT.
01122N*
011300******************************************************************
011400* 1000-LEER-REGISTRO - KEEP EVERY 'F' SETTLEMENT LINE
011500******************************************************************
015900             '  DEPTO: ' FIN-LIQ-DEPTO(FIN-X-IMP)
016000             DELIMITED BY SIZE INTO RPT-LINEA
016100         WRITE RPT-LINEA
016101         PERFORM 2050-IMPRIMIR-REGLA
016102             THRU 2050-IMPRIMIR-REGLA-EXIT
016200         MOVE SPACES TO RPT-LINEA
016300         WRITE RPT-LINEA
016400         PERFORM 2100-IMPRIMIR-COMPONENTES
017400 2000-IMPRIMIR-EMPLEADO-EXIT.
017500     EXIT.
017600*
017601******************************************************************
017602* 2050-IMPRIMIR-REGLA - CONTRACT TYPE AND THE SETTLEMENT RULE THE
017603*                       PAYROLL APPLIED FOR IT
017604******************************************************************
017605 2050-IMPRIMIR-REGLA.
017606     MOVE 'P' TO FIN-REG-TIPO.
017607     MOVE SPACES TO FIN-REG-MOTIVO.
017608     SET FIN-X-KTR TO 1.
017609     SEARCH FIN-KTR-FILA
01760A         WHEN FIN-X-KTR > FIN-CANT-KTR
01760B             CONTINUE
01760C         WHEN FIN-KTR-ID(FIN-X-KTR) = FIN-LIQ-ID(FIN-X-IMP)
01760D             MOVE FIN-KTR-TIPO(FIN-X-KTR) TO FIN-REG-TIPO
01760E     END-SEARCH.
01760F     SET FIN-X-MOT TO 1.
01760G     SEARCH FIN-MOT-FILA
01760H         WHEN FIN-X-MOT > FIN-CANT-MOT
01760I             CONTINUE
01760J         WHEN FIN-MOT-ID(FIN-X-MOT) = FIN-LIQ-ID(FIN-X-IMP)
01760K             MOVE FIN-MOT-MOTIVO(FIN-X-MOT) TO FIN-REG-MOTIVO
01760L     END-SEARCH.
01760M     MOVE FIN-REG-TIPO TO FIN-REG-DESCRIPCION.
01760N     MOVE 100 TO FIN-REG-PORC.
01760O     MOVE 'S' TO FIN-REG-PREAVISO.
01760P     SET TCT-X TO 1.
01760Q     SEARCH TCT-FILA
01760R         WHEN TCT-CODIGO(TCT-X) = FIN-REG-TIPO
01760S             MOVE TCT-DESCRIPCION(TCT-X) TO FIN-REG-DESCRIPCION
01760T             IF FIN-REG-MOTIVO = 'FC'
01760U                 MOVE TCT-INDEMN-VENCIDO(TCT-X) TO FIN-REG-PORC
01760V                 MOVE TCT-PREAVISO-VENCIDO(TCT-X)
01760W                     TO FIN-REG-PREAVISO
01760X             ELSE
01760Y                 MOVE TCT-INDEMN-OTRA(TCT-X) TO FIN-REG-PORC
01760Z                 MOVE TCT-PREAVISO-OTRA(TCT-X) TO FIN-REG-PREAVISO
017610             END-IF
017611     END-SEARCH.
017612     MOVE SPACES TO RPT-LINEA.
017613     STRING 'CONTRATO: ' FIN-REG-DESCRIPCION
017614         '  MOTIVO DE BAJA: ' FIN-REG-MOTIVO
017615         DELIMITED BY SIZE INTO RPT-LINEA.
017616     WRITE RPT-LINEA.
017617     IF FIN-REG-MOTIVO = 'FC'
017618         MOVE 'FIN DE CONTRATO' TO FIN-REG-CASO
017619     ELSE
01761A         MOVE 'OTRA BAJA' TO FIN-REG-CASO
01761B     END-IF.
01761C     MOVE SPACES TO RPT-LINEA.
01761D     STRING 'REGLA: ' FIN-REG-CASO ' INDEMNIZACION '
01761E         FIN-REG-PORC '%  PREAVISO: ' FIN-REG-PREAVISO
01761F         DELIMITED BY SIZE INTO RPT-LINEA.
01761G     WRITE RPT-LINEA.
01761H 2050-IMPRIMIR-REGLA-EXIT.
01761I     EXIT.
01761J*
017700******************************************************************
017800* 2100-IMPRIMIR-COMPONENTES - EVERY COMPONENT OF THE CURRENT
017900*                             EMPLOYEE, MARKED PRINTED
