      * AND WHAT THE SAM18 KEY-EXPANSION MIGRATION CONSUMES; THE
      * TRANSITION READERS IN SAM4 AND SAM7 ALSO ACCEPT IT DURING
      * THE KEY-EXPANSION CUTOVER (A 353-BYTE MASTER IS THIS
      * LAYOUT, 356-399 IS CURRENT -- 399 TODAY, GROWING AS
      * FIELDS APPEND -- AND 400+ IS THE OLD DISPLAY LAYOUT IN
      * CUSTDISP).  DO NOT EXTEND THIS LAYOUT -- NEW FIELDS GO IN
      * CUSTCOPY ONLY.
