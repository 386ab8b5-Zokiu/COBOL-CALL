
       FD  F-VAL.

       01  REC-F-VAL           PIC X(211).

       WORKING-STORAGE SECTION.

                                    (WS-BYTE-IDX:1)) - 1,
                                1000000000)
                    END-PERFORM
      *Zone de provenance au-dela de la disposition fixe : seuls
      *ses octets renseignes comptent, les temoins poses avant
      *elle (et ceux des fichiers plus etroits) restent justes.
                    PERFORM VARYING WS-BYTE-IDX FROM 111 BY 1
                              UNTIL WS-BYTE-IDX > 211
                        IF REC-F-VAL(WS-BYTE-IDX:1) NOT = SPACE
                            COMPUTE WS-CHECKSUM = FUNCTION MOD(
                                    WS-CHECKSUM +
                                    FUNCTION ORD(REC-F-VAL
                                        (WS-BYTE-IDX:1)) - 1,
                                    1000000000)
                        END-IF
                    END-PERFORM
                END-IF
             END-READ
           END-PERFORM.
