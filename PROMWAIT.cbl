002100*
002200* MODIFICATION HISTORY:
002300*   - NEW PROMOTION STEP, OFFERED FROM THE MENUUTIL MENU.
002301*   - COURSE CATALOG: ENROLL3 AND WAITLIST ROWS CARRY THE COURSE,
002302*     A CANCELLATION ROW MAY NAME THE COURSE AFTER THE CANDIDATE
002303*     NUMBER (BLANK CANCELS THE FIRST LIVE ENROLLMENT OF THE
002304*     CANDIDATE), AND ONLY A WAITLISTED CANDIDATE OF THE SAME
002305*     COURSE TAKES THE FREED SEAT. THE PROMOTED RESULTS3 ROW GETS
002306*     THE COURSE TOO.
002307*   - EVERY CANCELLATION IS ALSO APPENDED TO CANCFACT (CANDIDATE,
002308*     COURSE, COHORT AND DATE) SO FACTCURS ISSUES THE CREDIT NOTE
002309*     AND THE REFUND THE CANCELLATION POLICY GRANTS.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. PROMWAIT.
004500         FILE STATUS IS PMW-STATUS-RESULTS.
004600     SELECT REPORTE-FILE ASSIGN TO 'PROMORPT'
004700         ORGANIZATION IS LINE SEQUENTIAL.
004701     SELECT CANCFACT-FILE ASSIGN TO 'CANCFACT'
004702         ORGANIZATION IS LINE SEQUENTIAL
004703         FILE STATUS IS PMW-STATUS-CANCFACT.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CANCELA-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  CX-RECORD.
005300     05 CX-ID                    PIC 9(05).
005301     05 CX-CURSO                 PIC X(06).
005400 FD  ENROLL3-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  EN3-RECORD.
005900     05 EN3-FECHA-APROBACION     PIC 9(08).
006000     05 EN3-ID                   PIC 9(05).
006100     05 EN3-COHORTE              PIC 9(08).
006101     05 EN3-CURSO                PIC X(06).
006200 FD  WAITLIST-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  WL-RECORD.
006700     05 WL-FECHA-APROBACION      PIC 9(08).
006800     05 WL-ID                    PIC 9(05).
006900     05 WL-COHORTE               PIC 9(08).
006901     05 WL-CURSO                 PIC X(06).
007000 FD  RESULTS3-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  RS3-RECORD.
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  RPT-LINEA                   PIC X(80).
007701 FD  CANCFACT-FILE
007702     LABEL RECORDS ARE STANDARD.
007703 01  CF-RECORD.
007704     05 CF-ID                    PIC 9(05).
007705     05 CF-CURSO                 PIC X(06).
007706     05 CF-COHORTE               PIC 9(08).
007707     05 CF-FECHA                 PIC 9(08).
007800 WORKING-STORAGE SECTION.
007900*
008000 01  PMW-STATUS-CANCELA          PIC XX.
008100 01  PMW-STATUS-ENROLL           PIC XX.
008200 01  PMW-STATUS-WAIT             PIC XX.
008300 01  PMW-STATUS-RESULTS          PIC XX.
008301 01  PMW-STATUS-CANCFACT         PIC XX.
008400*
008500 01  PMW-FECHA-HOY               PIC 9(08).
008600 01  PMW-ID-CANCELA              PIC 9(05).
008700 01  PMW-CARRERA-LIBRE           PIC X(20).
008800 01  PMW-COHORTE-LIBRE           PIC 9(08).
008801 01  PMW-CURSO-LIBRE             PIC X(06).
008802 01  PMW-CURSO-CANCELA           PIC X(06).
008900 01  PMW-PIPE-ETAPA              PIC X(12).
009000 01  PMW-PIPE-PERIODO            PIC 9(06) VALUE ZERO.
009100*
011000         10 PMW-ENR-FECHA        PIC 9(08).
011100         10 PMW-ENR-ID           PIC 9(05).
011200         10 PMW-ENR-COHORTE      PIC 9(08).
011201         10 PMW-ENR-CURSO        PIC X(06).
011300         10 PMW-ENR-BORRADO      PIC X(01).
011400 01  PMW-CANT-WAIT               PIC 9(03) VALUE ZERO.
011500 01  PMW-TABLA-WAIT.
012000         10 PMW-WAI-FECHA        PIC 9(08).
012100         10 PMW-WAI-ID           PIC 9(05).
012200         10 PMW-WAI-COHORTE      PIC 9(08).
012201         10 PMW-WAI-CURSO        PIC X(06).
012300         10 PMW-WAI-USADO        PIC X(01).
012400*
012500 PROCEDURE DIVISION.
020100                         TO PMW-ENR-COHORTE(PMW-X-ENR)
020200                 END-IF
020300                 MOVE 'N' TO PMW-ENR-BORRADO(PMW-X-ENR)
020301                 MOVE EN3-CURSO TO PMW-ENR-CURSO(PMW-X-ENR)
020400             END-IF
020500     END-READ.
020600 1100-LEER-ENROLL-EXIT.
023200                         TO PMW-WAI-COHORTE(PMW-X-WAI)
023300                 END-IF
023400                 MOVE 'N' TO PMW-WAI-USADO(PMW-X-WAI)
023401                 MOVE WL-CURSO TO PMW-WAI-CURSO(PMW-X-WAI)
023500             END-IF
023600     END-READ.
023700 1200-LEER-WAIT-EXIT.
026400             SET PMW-ES-FIN-ARCHIVO TO TRUE
026500         NOT AT END
026600             MOVE CX-ID TO PMW-ID-CANCELA
026601             MOVE CX-CURSO TO PMW-CURSO-CANCELA
026700             PERFORM 2200-CANCELAR-UNO
026800                 THRU 2200-CANCELAR-UNO-EXIT
026900     END-READ.
028700     SET PMW-X-ENR DOWN BY 1.
028800     MOVE PMW-ENR-CARRERA(PMW-X-ENR) TO PMW-CARRERA-LIBRE.
028900     MOVE PMW-ENR-COHORTE(PMW-X-ENR) TO PMW-COHORTE-LIBRE.
028901     MOVE PMW-ENR-CURSO(PMW-X-ENR) TO PMW-CURSO-LIBRE.
029000     MOVE 'Y' TO PMW-ENR-BORRADO(PMW-X-ENR).
029100     ADD 1 TO PMW-CANT-CANCELADOS.
029200     MOVE 'Y' TO PMW-HUBO-CAMBIOS.
029700     MOVE SPACES TO RPT-LINEA.
029800     STRING 'CANCELADO: ' PMW-ID-CANCELA ' '
029900         PMW-ENR-NOMBRE(PMW-X-ENR) ' ('
030000         PMW-CARRERA-LIBRE ') ' PMW-CURSO-LIBRE
030100         DELIMITED BY SIZE INTO RPT-LINEA.
030200     WRITE RPT-LINEA.
030201     PERFORM 2300-AVISAR-FACTURACION
030202         THRU 2300-AVISAR-FACTURACION-EXIT.
030300     PERFORM 3000-PROMOVER THRU 3000-PROMOVER-EXIT.
030400 2200-CANCELAR-UNO-EXIT.
030500     EXIT.
031000 2210-BUSCAR-ENROLL.
031100     IF PMW-ENR-ID(PMW-X-ENR) = PMW-ID-CANCELA
031200         AND PMW-ENR-BORRADO(PMW-X-ENR) = 'N'
031201         AND (PMW-CURSO-CANCELA = SPACES
031202              OR PMW-ENR-CURSO(PMW-X-ENR) = PMW-CURSO-CANCELA)
031300         SET PMW-ES-HALLADO TO TRUE
031400     END-IF.
031500 2210-BUSCAR-ENROLL-EXIT.
031600     EXIT.
031601*
031602******************************************************************
031603* 2300-AVISAR-FACTURACION - LEAVE THE CANCELLATION FOR FACTCURS
031604*                           TO CREDIT AND REFUND
031605******************************************************************
031606 2300-AVISAR-FACTURACION.
031607     OPEN EXTEND CANCFACT-FILE.
031608     IF PMW-STATUS-CANCFACT = '35'
031609         OPEN OUTPUT CANCFACT-FILE
03160A     END-IF.
03160B     MOVE PMW-ID-CANCELA TO CF-ID.
03160C     MOVE PMW-CURSO-LIBRE TO CF-CURSO.
03160D     MOVE PMW-COHORTE-LIBRE TO CF-COHORTE.
03160E     MOVE PMW-FECHA-HOY TO CF-FECHA.
03160F     WRITE CF-RECORD.
03160G     CLOSE CANCFACT-FILE.
03160H 2300-AVISAR-FACTURACION-EXIT.
03160I     EXIT.
031700*
031800******************************************************************
031900* 3000-PROMOVER - FIRST WAITLISTED CANDIDATE OF THE FREED
034700             TO PMW-ENR-ID(PMW-X-ENR)
034800         MOVE PMW-WAI-COHORTE(PMW-X-WAI)
034900             TO PMW-ENR-COHORTE(PMW-X-ENR)
034901         MOVE PMW-WAI-CURSO(PMW-X-WAI)
034902             TO PMW-ENR-CURSO(PMW-X-ENR)
035000         MOVE 'N' TO PMW-ENR-BORRADO(PMW-X-ENR)
035100     END-IF.
035200     ADD 1 TO PMW-CANT-PROMOVIDOS.
036100     MOVE SPACES TO RPT-LINEA.
036200     STRING 'PROMOVIDO: ' PMW-WAI-ID(PMW-X-WAI) ' '
036300         PMW-WAI-NOMBRE(PMW-X-WAI) ' ('
036400         PMW-WAI-CARRERA(PMW-X-WAI) ') '
036410         PMW-WAI-CURSO(PMW-X-WAI)
036500         DELIMITED BY SIZE INTO RPT-LINEA.
036600     WRITE RPT-LINEA.
036700 3000-PROMOVER-EXIT.
036900*
037000******************************************************************
037100* 3100-BUSCAR-ESPERA - FIRST FREE WAITLIST ROW OF THE CAREER
037200*                      AND COURSE (AND COHORT WHEN THE ROW
037210*                      CARRIES ONE)
037300******************************************************************
037400 3100-BUSCAR-ESPERA.
037500     IF PMW-WAI-USADO(PMW-X-WAI) = 'N'
037800              OR PMW-COHORTE-LIBRE = ZERO
037900              OR PMW-WAI-COHORTE(PMW-X-WAI)
038000                 = PMW-COHORTE-LIBRE)
038001         AND (PMW-WAI-CURSO(PMW-X-WAI) = PMW-CURSO-LIBRE
038002              OR PMW-WAI-CURSO(PMW-X-WAI) = SPACES
038003              OR PMW-CURSO-LIBRE = SPACES)
038100         SET PMW-ES-HALLADO TO TRUE
038200     END-IF.
038300 3100-BUSCAR-ESPERA-EXIT.
040100             MOVE PMW-WAI-CARRERA(PMW-X-WAI)
040200                 TO RS3-CARRERA-NOMBRE
040300             MOVE PMW-FECHA-HOY TO RS3-FECHA-EVALUACION
040301             MOVE PMW-WAI-CURSO(PMW-X-WAI) TO RS3-CURSO
040400             REWRITE RS3-RECORD
040500                 INVALID KEY
040600                     CONTINUE
043900             TO EN3-FECHA-APROBACION
044000         MOVE PMW-ENR-ID(PMW-X-ENR) TO EN3-ID
044100         MOVE PMW-ENR-COHORTE(PMW-X-ENR) TO EN3-COHORTE
044101         MOVE PMW-ENR-CURSO(PMW-X-ENR) TO EN3-CURSO
044200         WRITE EN3-RECORD
044300     END-IF.
044400 7100-GRABAR-ENROLL-EXIT.
045600             TO WL-FECHA-APROBACION
045700         MOVE PMW-WAI-ID(PMW-X-WAI) TO WL-ID
045800         MOVE PMW-WAI-COHORTE(PMW-X-WAI) TO WL-COHORTE
045801         MOVE PMW-WAI-CURSO(PMW-X-WAI) TO WL-CURSO
045900         WRITE WL-RECORD
046000     END-IF.
046100 7200-GRABAR-WAIT-EXIT.
