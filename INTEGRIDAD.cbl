002000*
002100* MODIFICATION HISTORY:
002200*   - NEW SCANNER, OFFERED FROM THE MENUUTIL MENU.
002201*   - A SCAN WITH NO BROKEN REFERENCE IS MARKED DONE ON THE
002202*     CHKCIERRE PERIOD-CLOSE CHECKLIST (THROUGH MARCACIER, FOR
002203*     THE OPEN MONTHLY PERIOD) THAT CIERREPER CHECKS.
002204*   - THE PIPELINE RECORD CARRIES THE DECISION-LETTER STAGE AND
002205*     DATE (CARTARECH) AT THE END.
002206*   - ENROLL3 RECORD WIDENED FOR EN3-CURSO.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. INTEGRIDAD.
007700     05 PL-ETAPA                 PIC X(12).
007800     05 PL-FECHA-ETAPA           PIC 9(08).
007900     05 PL-PERIODO-NOMINA        PIC 9(06).
007901     05 PL-CARTA-ETAPA           PIC X(12).
007902     05 PL-CARTA-FECHA           PIC 9(08).
008000 FD  ENROLL3-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  EN3-RECORD.
008500     05 EN3-FECHA-APROBACION     PIC 9(08).
008600     05 EN3-ID                   PIC 9(05).
008700     05 EN3-COHORTE              PIC 9(08).
008701     05 EN3-CURSO                PIC X(06).
008800 FD  RESULTS3-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  RS3-RECORD.
010900 01  ITG-STATUS-ENROLL           PIC XX.
011000 01  ITG-STATUS-RESULTS          PIC XX.
011100 01  ITG-STATUS-GLACCTS          PIC XX.
011101 01  ITG-CHK-PASO                PIC X(10) VALUE 'INTEGRIDAD'.
011102 01  ITG-CHK-PERIODO             PIC 9(06) VALUE ZERO.
011103 01  ITG-RC-GUARDADO             PIC 9(02).
011200*
011300 01  ITG-INDICADORES.
011400     05  ITG-FIN-ARCHIVO         PIC X VALUE 'N'.
018500     ELSE
018600         MOVE 'REFERENCIAS COMPLETAS' TO RPT-LINEA
018700         WRITE RPT-LINEA
018701         PERFORM 8000-MARCAR-CIERRE
018702             THRU 8000-MARCAR-CIERRE-EXIT
018800     END-IF.
018900     CLOSE REPORTE-FILE.
019000     DISPLAY 'INTEGRIDAD: ' ITG-TOTAL-ROTO
047600     END-IF.
047700 5110-COMPARAR-MAPA-EXIT.
047800     EXIT.
047801*
047802******************************************************************
047803* 8000-MARCAR-CIERRE - THE STEP IS DONE ON THE PERIOD-CLOSE
047804*                      CHECKLIST (THE RETURN CODE IS KEPT)
047805******************************************************************
047806 8000-MARCAR-CIERRE.
047807     MOVE RETURN-CODE TO ITG-RC-GUARDADO.
047808     CALL 'MARCACIER' USING ITG-CHK-PASO ITG-CHK-PERIODO.
047809     MOVE ITG-RC-GUARDADO TO RETURN-CODE.
04780A 8000-MARCAR-CIERRE-EXIT.
04780B     EXIT.
047900 END PROGRAM INTEGRIDAD.
