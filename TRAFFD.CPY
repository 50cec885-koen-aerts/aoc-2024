*> Opened EXTEND so every run appends its ranking instead of
*> overwriting the prior run's.
FD TRAFFILE.
    01 TRAF-Record PIC X(120).
