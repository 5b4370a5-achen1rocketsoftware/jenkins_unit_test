      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTADCV is the one-off conversion of the address-and-contact
      * child file to the layout that carries the returned-mail
      * marker. It reads the existing CUSTADDR file in its original
      * 93-byte layout -
      *   customer-id 9(5) line1 x(30) line2 x(30) postcode x(8)
      *   contact x(20)
      * - and writes every row to the CUSTADDRV2 DD in the 102-byte
      * customer-address.cpy layout, the address fields carried
      * across unchanged, addr-mail-status defaulted to deliverable
      * (space) and addr-returned-date to spaces. The v1 file is
      * left untouched, so the cutover is a DD repoint of CUSTADDR
      * to the converted file once the run has proved itself.
      *
      * As custmigr does, the conversion proves itself: the record
      * count and the customer-id hash total are accumulated on the
      * way in and again from the converted records as written, and
      * any difference fails the run RC 1. A file status other than
      * success on any read or write - a v1 file that is not the
      * 93-byte layout, or a row the new file refuses - is displayed
      * with the customer-id and also fails the run RC 1; the
      * converted file must not then be trusted.
      *****************************************************************
       identification division.
       program-id. custadcv.
       environment division.
       input-output section.
           file-control.
           select addr-v1 assign external custaddr
           organization is indexed
           access mode is sequential
           record key is v1-customer-id
           file status is wk-addrv1-status.

           select addr assign external custaddrv2
           organization is indexed
           access mode is sequential
           record key is addr-customer-id
           file status is wk-addr-status.
       data division.
       file section.
       fd addr-v1.
       01 addr-v1-rec.
           03 v1-customer-id      pic 9(05).
           03 v1-line1            pic x(30).
           03 v1-line2            pic x(30).
           03 v1-postcode         pic x(08).
           03 v1-contact          pic x(20).

       fd addr.
       01 addr-rec.
           copy "customer-address.cpy".

       working-storage section.
       01 wk-addrv1-status    pic xx.
           88 wk-addrv1-ok-status   value "00".
           88 wk-addrv1-eof-status  value "10".
       01 wk-addr-status      pic xx.
           88 wk-addr-ok-status     value "00".

       01 wk-in-count         binary-long value 0.
       01 wk-out-count        binary-long value 0.
       01 wk-in-hash          binary-double value 0.
       01 wk-out-hash         binary-double value 0.
       01 wk-in-hash-d        pic 9(10).
       01 wk-out-hash-d       pic 9(10).
       01 wk-fail-count       binary-long value 0.

       procedure division.
       custadcv-main.
           open input addr-v1
           if not wk-addrv1-ok-status
               display "custadcv: unable to open CUSTADDR - status "
                   wk-addrv1-status
               goback returning 1
           end-if
           open output addr
           if not wk-addr-ok-status
               display "custadcv: unable to open CUSTADDRV2 - status "
                   wk-addr-status
               close addr-v1
               goback returning 1
           end-if

           set wk-addrv1-ok-status to true
           perform until not wk-addrv1-ok-status
               read addr-v1 next record
               evaluate true
                   when wk-addrv1-ok-status
                       perform convert-address-row
                   when wk-addrv1-eof-status
                       continue
                   when other
                       display "custadcv: CUSTADDR read failed after "
                           "customer " v1-customer-id " - status "
                           wk-addrv1-status
                       add 1 to wk-fail-count
               end-evaluate
           end-perform
           close addr-v1
           close addr

           compute wk-in-hash-d =
               function mod(wk-in-hash, 10000000000)
           compute wk-out-hash-d =
               function mod(wk-out-hash, 10000000000)
           display "custadcv: CUSTADDR in " wk-in-count
               " hash " wk-in-hash-d " / out " wk-out-count
               " hash " wk-out-hash-d
           if wk-in-count not = wk-out-count
               or wk-in-hash-d not = wk-out-hash-d
               add 1 to wk-fail-count
           end-if

           if wk-fail-count > 0
               display "custadcv: conversion FAILED - do not "
                   "repoint CUSTADDR to the converted file"
               goback returning 1
           end-if
           display "custadcv: address file converted and proved"
           goback returning 0.

      *> every converted row starts deliverable: nothing has come
      *> back as returned mail against a file that could not say so.
       convert-address-row section.
           add 1 to wk-in-count
           add v1-customer-id to wk-in-hash
           move v1-customer-id to addr-customer-id
           move v1-line1 to addr-line1
           move v1-line2 to addr-line2
           move v1-postcode to addr-postcode
           move v1-contact to addr-contact
           set addr-deliverable to true
           move spaces to addr-returned-date
           write addr-rec
           if not wk-addr-ok-status
               display "custadcv: customer " v1-customer-id
                   " not written to CUSTADDRV2 - status "
                   wk-addr-status
               add 1 to wk-fail-count
               exit section
           end-if
           add 1 to wk-out-count
           add addr-customer-id to wk-out-hash
           exit section
           .

       end program custadcv.
