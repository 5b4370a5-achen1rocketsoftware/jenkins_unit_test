      ******************************************************************
      *
      * CUSTOMER-GROUP.CPY
      *
      * Shared layout of the relationship child file (CUSTGROUP DD)
      * that links customer-ids into groups - a household, a joint
      * account and the people behind it, a guarantor and the
      * account guaranteed. One row per group member, keyed by the
      * group-id and the member's customer-id, so a group reads
      * back in one key range and a customer may sit in more than
      * one group. The relationship type is the member's part in
      * the group.
      *
      ******************************************************************
       03 grp-key.
           05 grp-group-id     pic 9(5).
           05 grp-customer-id  pic 9(5).
       03 grp-rel-type     pic x(09).
           88 grp-household    value "HOUSEHOLD".
           88 grp-joint        value "JOINT".
           88 grp-guarantor    value "GUARANTOR".
           88 grp-valid-type   value "HOUSEHOLD", "JOINT",
                                     "GUARANTOR".
       03 filler           pic x(11).
