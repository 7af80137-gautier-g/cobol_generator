       01  WS-OPER-ID             PIC 9(9).
       01  WS-OPER-ROLE           PIC X(15).
       77  WS-PERM-IDX            PIC 9(2) COMP.
       77  WS-PERM-COUNT          PIC 9(2) VALUE 55.
       01  WS-PERMISSION-LIB.
           05 PIC X(27) VALUE 'ADMIN          CREATEUSER  '.
           05 PIC X(27) VALUE 'ADMIN          UPDATEUSER  '.
           05 PIC X(27) VALUE 'COORDINATEUR   DEROGCONF   '.
           05 PIC X(27) VALUE 'ADMIN          REOUVRIRGL  '.
           05 PIC X(27) VALUE 'COORDINATEUR   REOUVRIRGL  '.
           05 PIC X(27) VALUE 'ADMIN          SODREGLE    '.
           05 PIC X(27) VALUE 'ADMIN          COPIETEST   '.
           05 PIC X(27) VALUE 'ADMIN          LIMITECREDIT'.
           05 PIC X(27) VALUE 'COORDINATEUR   LIMITECREDIT'.
           05 PIC X(27) VALUE 'ADMIN          CENTREANA   '.
           05 PIC X(27) VALUE 'COORDINATEUR   CENTREANA   '.
           05 PIC X(27) VALUE 'ADMIN          REVUEFACFRN '.
           05 PIC X(27) VALUE 'COORDINATEUR   REVUEFACFRN '.
           05 PIC X(27) VALUE 'ACHETEUR       DEMIBANFRN  '.
           05 PIC X(27) VALUE 'ADMIN          DEMIBANFRN  '.
           05 PIC X(27) VALUE 'COORDINATEUR   DEMIBANFRN  '.
           05 PIC X(27) VALUE 'ADMIN          VALIBANFRN  '.
           05 PIC X(27) VALUE 'COORDINATEUR   VALIBANFRN  '.
           05 PIC X(27) VALUE 'ADMIN          DOUBLONFRN  '.
           05 PIC X(27) VALUE 'COORDINATEUR   DOUBLONFRN  '.
           05 PIC X(27) VALUE 'ACHETEUR       VALREAPPRO  '.
           05 PIC X(27) VALUE 'ADMIN          VALREAPPRO  '.
           05 PIC X(27) VALUE 'COORDINATEUR   VALREAPPRO  '.
           05 PIC X(27) VALUE 'ADMIN          IMMOBILIS   '.
           05 PIC X(27) VALUE 'COORDINATEUR   IMMOBILIS   '.
           05 PIC X(27) VALUE 'ADMIN          CLOTUREGL   '.
           05 PIC X(27) VALUE 'COORDINATEUR   CLOTUREGL   '.
           05 PIC X(27) VALUE 'ADMIN          RAPPELPAIE  '.
           05 PIC X(27) VALUE 'COORDINATEUR   RAPPELPAIE  '.
           05 PIC X(27) VALUE 'ADMIN          SORTIEEMPL  '.
           05 PIC X(27) VALUE 'COORDINATEUR   SORTIEEMPL  '.
           05 PIC X(27) VALUE 'ADMIN          CONTRATEMPL '.
           05 PIC X(27) VALUE 'COORDINATEUR   CONTRATEMPL '.
           05 PIC X(27) VALUE 'ADMIN          AVANCESAL   '.
           05 PIC X(27) VALUE 'COORDINATEUR   AVANCESAL   '.
           05 PIC X(27) VALUE 'ADMIN          AFFECTPROJ  '.
           05 PIC X(27) VALUE 'COORDINATEUR   AFFECTPROJ  '.
           05 PIC X(27) VALUE 'ADMIN          DEPASSPROJET'.
       01  WS-PERMISSION-TAB REDEFINES WS-PERMISSION-LIB.
           05 WS-PERM-ENTRY       OCCURS 55 TIMES.
               10 WS-PERM-ROLE    PIC X(15).
               10 WS-PERM-OPER    PIC X(12).
       01  WS-AUDIT-LINE.
