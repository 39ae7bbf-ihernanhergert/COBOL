002100*
002200* MODIFICATION HISTORY:
002300*   - NEW RESPONSE STEP, OFFERED FROM THE MENUUTIL MENU.
002301*   - MODE V ALSO SENDS EVERY OUTSTANDING OFFER WITHIN NOTIAVISO
002302*     DAYS (PARMS, DEFAULT 3) OF ITS DEADLINE TO THE NOTIFICATION
002303*     OUTBOX (EVENT OFER, DUE ON THE DAY IT WOULD EXPIRE).
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. OFERRESP.
007500 01  OFR-DIA-JULIANO             PIC 9(07).
007600 01  OFR-DIA-OFERTA              PIC 9(07).
007700 01  OFR-PLAZO-DIAS              PIC 9(03) VALUE 15.
007701 01  OFR-AVISO-DIAS              PIC 9(03) VALUE 3.
007702 01  OFR-DIA-VENCE               PIC 9(07).
007800 01  OFR-MODO                    PIC X(01).
007900 01  OFR-ID-BUSCADO              PIC 9(05).
008000 01  OFR-RESPUESTA               PIC X(01).
008400     88  OFR-ES-PARM-HALLADO     VALUE 'Y'.
008500 01  OFR-PIPE-ETAPA              PIC X(12).
008600 01  OFR-PIPE-PERIODO            PIC 9(06) VALUE ZERO.
008601 01  OFR-NTF-TIPO                PIC X(04) VALUE 'OFER'.
008602 01  OFR-NTF-DESTINO             PIC X(08) VALUE SPACES.
008603 01  OFR-NTF-CLAVE               PIC X(20).
008604 01  OFR-NTF-VENCE               PIC 9(08).
008605 01  OFR-NTF-TEXTO               PIC X(30)
008606         VALUE 'OFERTA PROXIMA A VENCER'.
008700*
008800 01  OFR-INDICADORES.
008900     05  OFR-FIN-ARCHIVO         PIC X VALUE 'N'.
014600         AND OFR-PARM-VALOR(1:3) IS NUMERIC
014700         MOVE OFR-PARM-VALOR(1:3) TO OFR-PLAZO-DIAS
014800     END-IF.
014801     MOVE 'NOTIAVISO' TO OFR-PARM-CLAVE.
014802     CALL 'LEERPARM' USING OFR-PARM-CLAVE
014803         OFR-PARM-VALOR OFR-PARM-HALLADO.
014804     IF OFR-ES-PARM-HALLADO
014805         AND OFR-PARM-VALOR(1:3) IS NUMERIC
014806         MOVE OFR-PARM-VALOR(1:3) TO OFR-AVISO-DIAS
014807     END-IF.
014900     PERFORM 1000-CARGAR-TODO THRU 1000-CARGAR-TODO-EXIT.
015000     DISPLAY 'OFERRESP - MODO (R=RESPUESTA, V=VENCIMIENTOS, '
015100         'L=LISTAR): ' WITH NO ADVANCING.
035600                 THRU 4000-LIBERAR-Y-PROMOVER-EXIT
035700             DISPLAY 'OFERTA VENCIDA: '
035800                 OFR-OFE-NOMBRE(OFR-X-OFE)
035801         ELSE
035802             PERFORM 3200-AVISAR-VENCIMIENTO
035803                 THRU 3200-AVISAR-VENCIMIENTO-EXIT
035900         END-IF
036000     END-IF.
036100 3100-VENCER-UNA-EXIT.
036200     EXIT.
036201*
036202******************************************************************
036203* 3200-AVISAR-VENCIMIENTO - AN OUTSTANDING OFFER CLOSE TO ITS
036204*                           DEADLINE GOES TO THE OUTBOX
036205******************************************************************
036206 3200-AVISAR-VENCIMIENTO.
036207     COMPUTE OFR-DIA-VENCE = OFR-DIA-OFERTA + OFR-PLAZO-DIAS.
036208     IF OFR-DIA-VENCE - OFR-DIA-JULIANO > OFR-AVISO-DIAS
036209         GO TO 3200-AVISAR-VENCIMIENTO-EXIT
03620A     END-IF.
03620B     MOVE SPACES TO OFR-NTF-CLAVE.
03620C     STRING OFR-OFE-ID(OFR-X-OFE) ' ' OFR-OFE-NOMBRE(OFR-X-OFE)
03620D         DELIMITED BY SIZE INTO OFR-NTF-CLAVE.
03620E     COMPUTE OFR-NTF-VENCE =
03620F         FUNCTION DATE-OF-INTEGER(OFR-DIA-VENCE).
03620G     CALL 'NOTIFICA' USING OFR-NTF-TIPO OFR-NTF-DESTINO
03620H         OFR-NTF-CLAVE OFR-NTF-VENCE OFR-NTF-TEXTO.
03620I 3200-AVISAR-VENCIMIENTO-EXIT.
03620J     EXIT.
036300*
036400******************************************************************
036500* 4000-LIBERAR-Y-PROMOVER - DROP THE CANDIDATE FROM HIRED AND
