            05 WS-OWNED-STR         PIC X(150).
            05 WS-OWNED-NUM         REDEFINES WS-OWNED-STR
                                    PIC ZZZ OCCURS 50.
            05 WS-LOT-CODE          PIC X(8).
