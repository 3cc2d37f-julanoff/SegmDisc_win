%Module NOSTRO_RECON <main>;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* Nostro account reconciliation and daily break report.
*
* Matches what we booked through each of our nostro accounts against
* what the correspondent booked on its statement, for the /DATE day,
* one /BANK=<bnk> at a time.
*
* The bank's nostro accounts are NOSTRO: items, by ordinal, in its
* NOSTRO_RECON_TABLES config union, values
*	<statement account>|<idtype>/<account>[|<currency>]
* -- the account as the correspondent's statement names it (the :25:
* or the camt.053 Acct/Id), and the nostro's own account as our
* accounting (the D30_ACCTG accounts) carries it.
*
* Our side is the day's accounting extract, BY_LOGS_DMP_GLEXT (the
* BY_LOGS_DMP /GL_EXTRACT file, checked against its ZZTRAILER as
* GL_JOURNAL_GEN checks it): a wire that debits a nostro's account is
* one we expect the correspondent to credit, a wire that credits it
* one we expect it to debit.  A wire seen on more than one bank's
* printer log counts once.  The correspondent's side is every
* statement in NOSTRO_STMT_ENTRIES (see NOSTRO_STMT_LOAD) for one of
* the bank's nostros with the /DATE day as its statement date.
*
* Yesterday's open items come in on NOSTRO_OPEN_ITEMS_IN (none on the
* first run) and join the day's items.  A statement entry and a
* ledger item match when they are for the same nostro and currency,
* on the same side, for the same amount and value date, and the
* statement's owner's or servicer's reference is our TRN (yyyymmdd
* nnnnnnnn, with or without a "-") or the sending bank's reference.
* Whatever does not match, on either side, is carried forward on
* NOSTRO_OPEN_ITEMS_OUT with the date it was first seen, which the
* aging is counted from; the job hands that file to the next day's
* run as its NOSTRO_OPEN_ITEMS_IN.  Both files end with a ZZTRAILER
* (count, amount hash-total) in the BY_LOGS_DMP layout.  Open items of
* a nostro no longer configured are carried forward unchanged.
*
* The break report NOSTRO_RECON_OUTPUT shows, for every nostro, the
* statement's opening and closing balances (or that no statement came
* in), the statement and ledger totals, the matched total, the open
* items on each side, and every open item older than /AGE_DAYS=<n>
* days (default 5).
*
* Nothing is written when the extract or the carried-forward file
* does not check, or an item table overflows; the run then returns a
* bad exit status.  Breaks do not change the exit status.

* REVISION HISTORY
* ----------------
*
* R. Iverson	09-Nov-2010	CR13234
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select GLEXT_FILE	Assign to "BY_LOGS_DMP_GLEXT"
	       FILE STATUS IS Glext_file_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select NSE_FILE		Assign to "NOSTRO_STMT_ENTRIES"
	       FILE STATUS IS Nse_file_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select OPN_IN_FILE	Assign to "NOSTRO_OPEN_ITEMS_IN"
	       FILE STATUS IS Opn_in_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select OPN_OUT_FILE	Assign to "NOSTRO_OPEN_ITEMS_OUT"
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select NRC_RPT_FILE	Assign to "NOSTRO_RECON_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

* BY_LOGS_DMP /GL_EXTRACT record, as GL_JOURNAL_GEN reads it.
FD  GLEXT_FILE record 145 characters.
01  GLEXT_REC.
    02 GLX_BANK_ID		pic x(04).
    02 GLX_TRN_DATE		pic x(08).
    02 GLX_TRN_NUM		pic x(08).
    02 GLX_WIRE_TYPE		pic x(04).
    02 GLX_CURRENCY		pic x(03).
    02 GLX_AMOUNT		pic 9(15)v9(03).
    02 GLX_DBT_BANK		pic x(03).
    02 GLX_DBT_IDTYPE		pic x(01).
    02 GLX_DBT_ACCOUNT		pic x(34).
    02 GLX_CDT_BANK		pic x(03).
    02 GLX_CDT_IDTYPE		pic x(01).
    02 GLX_CDT_ACCOUNT		pic x(34).
    02 GLX_VALUE_DATE		pic x(08).
    02 GLX_SND_REF		pic x(16).

* NOSTRO_STMT_LOAD's statement record.
FD  NSE_FILE record 212 characters.
01  NSE_REC.
    02 NSE_REC_TYPE		pic x(01).
    02 NSE_ACCOUNT		pic x(34).
    02 NSE_CURRENCY		pic x(03).
    02 NSE_STMT_DATE		pic x(08).
    02 NSE_STMT_ID		pic x(35).
    02 NSE_DETAIL		pic x(131).
    02 NSE_HDR_DETAIL redefines NSE_DETAIL.
       03 NSE_SOURCE		pic x(05).
       03 NSE_OPEN_KIND		pic x(01).
       03 NSE_OPEN_DC		pic x(01).
       03 NSE_OPEN_AMT		pic 9(15)v9(03).
       03 NSE_CLOSE_KIND	pic x(01).
       03 NSE_CLOSE_DC		pic x(01).
       03 NSE_CLOSE_AMT		pic 9(15)v9(03).
       03 NSE_ENTRY_COUNT	pic 9(07).
       03 Filler		pic x(79).
    02 NSE_ENT_DETAIL redefines NSE_DETAIL.
       03 NSE_VALUE_DATE	pic x(08).
       03 NSE_DC		pic x(01).
       03 NSE_AMOUNT		pic 9(15)v9(03).
       03 NSE_OWNER_REF		pic x(35).
       03 NSE_SVCR_REF		pic x(35).
       03 NSE_SUPPL		pic x(34).

* Open items, in the Opn_item_ws layout.
FD  OPN_IN_FILE record 200 characters.
01  OPN_IN_REC			Pic X(200).

FD  OPN_OUT_FILE record 200 characters.
01  OPN_OUT_REC			Pic X(200).

FD  NRC_RPT_FILE record 132 characters.
01  NRC_RPT_REC			Pic X(132).

Working-Storage Section.

01 Glext_file_stat		pic XX value spaces.
01 Nse_file_stat		pic XX value spaces.
01 Opn_in_stat			pic XX value spaces.
01 Glext_eof_sw			Pic X value "N".
   88 Glext_eof			value "Y".
01 Nse_eof_sw			Pic X value "N".
   88 Nse_eof			value "Y".
01 Opn_eof_sw			Pic X value "N".
   88 Opn_eof			value "Y".
01 Trailer_seen_sw		Pic X value "N".
   88 Trailer_seen		value "Y".
01 Opn_trailer_sw		Pic X value "N".
   88 Opn_trailer_seen		value "Y".
01 Opn_none_sw			Pic X value "N".
   88 Opn_none			value "Y".
01 Take_stmt_sw			Pic X value "N".
   88 Take_stmt			value "Y".

01 Rec_count_ws			pic 9(09) comp-5 value zeroes.
01 Amt_hash_ws			pic 9(15)v9(3) comp-3 value zeroes.
01 Opn_count_ws			pic 9(09) comp-5 value zeroes.
01 Opn_hash_ws			pic 9(15)v9(3) comp-3 value zeroes.
01 Out_count_ws			pic 9(09) comp-5 value zeroes.
01 Out_hash_ws			pic 9(15)v9(3) comp-3 value zeroes.
01 Dup_count_ws			pic 9(07) comp-5 value zeroes.
01 Lost_count_ws		pic 9(07) comp-5 value zeroes.
01 Match_count_ws		pic 9(07) comp-5 value zeroes.
01 Open_stmt_count_ws		pic 9(07) comp-5 value zeroes.
01 Open_ledg_count_ws		pic 9(07) comp-5 value zeroes.
01 Old_count_ws			pic 9(07) comp-5 value zeroes.
01 Age_limit_ws			pic 9(05) comp-5 value 5.
01 Age_days_ws			pic s9(05) comp-5 value zeroes.
01 Report_age_ws		pic s9(05) comp-5 value zeroes.

* A ZZTRAILER record, as BY_LOGS_DMP_VFY parses it.
01 Trailer_parse_ws.
   05 Tr_tag_ws			Pic X(09).
   05 Filler			Pic X(01).
   05 Tr_count_in_ws		Pic 9(09).
   05 Filler			Pic X(01).
   05 Tr_hash_in_ws		Pic 9(15)v9(3).
01 Opn_trailer_parse_ws		Pic X(38).

* Open-items trailer, in the B95_FORMAT_TRAILER layout of
* by_logs_dmp.cob.
01 Tr_count_disp_ws		pic 9(09) usage display.
01 Tr_hash_disp_ws		pic 9(15)v9(3) usage display.
01 Trailer_line_ws		pic x(200).

* One open item, as it is carried from day to day.  Side L is ours
* (a ledger item; D/C as the correspondent should book it), S the
* correspondent's (a statement entry).
01 Opn_item_ws.
   02 Opn_side_ws		pic x(01).
   02 Opn_bank_ws		pic x(03).
   02 Opn_stmt_acct_ws		pic x(34).
   02 Opn_currency_ws		pic x(03).
   02 Opn_first_date_ws		pic x(08).
   02 Opn_value_date_ws		pic x(08).
   02 Opn_dc_ws			pic x(01).
   02 Opn_amount_ws		pic 9(15)v9(03).
   02 Opn_trn_ws		pic x(16).
   02 Opn_ref1_ws		pic x(35).
   02 Opn_ref2_ws		pic x(35).
   02 Opn_info_ws		pic x(34).
   02 Filler			pic x(04).

* The bank's nostros (NOSTRO_RECON_TABLES) and their day's totals.
01 Nos_tbl_ws.
   02 Nos_entry_ws		occurs 200 times.
      03 Nos_stmt_acct_ws		pic x(34).
      03 Nos_ledger_ws			pic x(36).
      03 Nos_ccy_ws			pic x(03).
      03 Nos_stmt_cnt_ws		pic 9(05) comp-5.
      03 Nos_open_kind_ws		pic x(01).
      03 Nos_open_dc_ws			pic x(01).
      03 Nos_open_amt_ws		pic 9(15)v9(3) comp-3.
      03 Nos_close_kind_ws		pic x(01).
      03 Nos_close_dc_ws		pic x(01).
      03 Nos_close_amt_ws		pic 9(15)v9(3) comp-3.
      03 Nos_sdr_cnt_ws			pic 9(07) comp-5.
      03 Nos_sdr_amt_ws			pic 9(15)v9(3) comp-3.
      03 Nos_scr_cnt_ws			pic 9(07) comp-5.
      03 Nos_scr_amt_ws			pic 9(15)v9(3) comp-3.
      03 Nos_led_cnt_ws			pic 9(07) comp-5.
      03 Nos_led_amt_ws			pic 9(15)v9(3) comp-3.
      03 Nos_mat_cnt_ws			pic 9(07) comp-5.
      03 Nos_mat_amt_ws			pic 9(15)v9(3) comp-3.
      03 Nos_ops_cnt_ws			pic 9(07) comp-5.
      03 Nos_ops_amt_ws			pic 9(15)v9(3) comp-3.
      03 Nos_ops_new_ws			pic 9(07) comp-5.
      03 Nos_opl_cnt_ws			pic 9(07) comp-5.
      03 Nos_opl_amt_ws			pic 9(15)v9(3) comp-3.
      03 Nos_opl_new_ws			pic 9(07) comp-5.
      03 Nos_old_cnt_ws			pic 9(07) comp-5.
01 Nos_count_ws			pic 9(04) comp-5 value zeroes.
01 Nos_idx_ws			pic 9(04) comp-5 value zeroes.
01 Nos_found_ws			pic 9(04) comp-5 value zeroes.
01 Nos_acct_chk_ws		pic x(34).
01 Nos_ledger_chk_ws		pic x(36).

* Every item in play: yesterday's open items and the day's ledger
* and statement items.
01 Itm_tbl_ws.
   02 Itm_entry_ws		occurs 10000 times.
      03 Itm_side_ws			pic x(01).
      03 Itm_nos_ws			pic 9(04) comp-5.
      03 Itm_first_date_ws		pic x(08).
      03 Itm_vdate_ws			pic x(08).
      03 Itm_dc_ws			pic x(01).
      03 Itm_amt_ws			pic 9(15)v9(3) comp-3.
      03 Itm_ccy_ws			pic x(03).
      03 Itm_trn_ws			pic x(16).
      03 Itm_ref1_ws			pic x(35).
      03 Itm_ref2_ws			pic x(35).
      03 Itm_info_ws			pic x(34).
      03 Itm_matched_ws			pic x(01).
      03 Itm_age_ws			pic s9(05) comp-5.
      03 Itm_carry_ws			pic x(200).
01 Itm_count_ws			pic 9(05) comp-5 value zeroes.
01 Itm_idx_ws			pic 9(05) comp-5 value zeroes.
01 Itm_cand_ws			pic 9(05) comp-5 value zeroes.

* Reference matching (X40_REF_MATCH).
01 Ref_match_sw			Pic X value "N".
   88 Ref_match			value "Y".
01 Ref_trn16_ws			pic x(35).
01 Ref_trn17_ws			pic x(35).
01 Ref_snd_ws			pic x(35).

* Amount formatting (see X10_FORMAT_AMOUNT): the CAMT_STMT_GEN
* D15_FORMAT_AMOUNT idiom -- explicit decimal point, no leading
* zeros.
01 Nrc_fmt_amt_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Nrc_fmt_disp_ws		pic 9(15)v9(3) usage display.
01 Nrc_fmt_digits_ws redefines Nrc_fmt_disp_ws.
   05 Nrc_fmt_int_x_ws		pic x(15).
   05 Nrc_fmt_frac_x_ws		pic x(03).
01 Nrc_fmt_txt_ws		pic x(20).
01 Nrc_fmt_pos_ws		pic 9(02) comp-5 value zeroes.
01 Nrc_fmt_rem_ws		pic 9(02) comp-5 value zeroes.
01 Nrc_fmt_idx_ws		pic 9(02) comp-5 value zeroes.
01 Nrc_fmt2_txt_ws		pic x(20).

* STRING sending operands must be USAGE DISPLAY.
01 Nrc_cnt_d_ws			pic 9(07) usage display.
01 Nrc_cnt2_d_ws		pic 9(07) usage display.
01 Nrc_cnt3_d_ws		pic 9(07) usage display.
01 Nrc_age_d_ws			pic 9(05) usage display.
01 Age_limit_ws_d		pic 9(05) usage display.

01 Nrc_bank_x_ws		Pic X(03) value spaces.
01 Nrc_date_x_ws		Pic X(08) value spaces.
01 Nrc_side_txt_ws		Pic X(04).
01 Nrc_ref_txt_ws		Pic X(60).
01 Report_line_ws		Pic X(132).

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end
%def	<RPT_INIT_SUB>	%`SBJ_DD_PATH:RPT_INIT_SUB_FSECT.DDL`	%end

%def			%^ local fsect.

%^ One wire can sit on more than one bank's printer log; the scratch
%^ seen-index keyed by TRN counts it once, the RPT_XCLEAR_RECON way.
Nrc_seen_q:		que(%`SBJ_DD_PATH:GEN_VSTR_INDEX.DDF`);
Nrc_seen_key_vs:	vstr(24);
Nrc_trn_date_ws:	str(8);
Nrc_trn_num_ws:		str(8);
Nrc_compose:		Compose(^NOTRAILING_BLANKS);

%^ NOSTRO_RECON_TABLES lookups.
Cfg_union_key_ws:	rec (%`SBJ_DD_PATH:CFG_ID_REC.DDF`);
Cfg_item_key_ws:	vstr(25);
Cfg_item_type_ws:	vstr(16);
Cfg_data_ws:		vstr(256);
Cfg_ordinal_ws:		word;
Cfg_errmsg_ws:		vstr(80);
Cfg_cfg_status:		Boolean;
Cfg_acct_vs:		vstr(34);
Cfg_ledger_vs:		vstr(36);
Cfg_ccy_vs:		vstr(3);
Cfg_parse:		Parse(^NOTRAP);

Nrc_bank_vs:		str(3);
Nrc_date_ws:		str(8);
Rpt_init_status:	Boolean;
Return_argument_ws:	vstr(20);
Return_status:		boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform A20_GET_QUALIFIERS thru A20_GET_QUALIFIERS_end.
	Perform A30_LOAD_NOSTROS thru A30_LOAD_NOSTROS_end.

	If Nos_count_ws = zero
	    Display "%NOSTRO_RECON-E-NONOSTRO, no NOSTRO: items in the "
		    Nrc_bank_x_ws " NOSTRO_RECON_TABLES"
	    Move 1 to abort_ls
	    Go to A00_MAIN_CLEANUP
	End-if.

	Perform B10_LOAD_OPEN_ITEMS thru B10_LOAD_OPEN_ITEMS_end.
	If abort_ls not = 0
	    Go to A00_MAIN_CLEANUP
	End-if.

	Open Input GLEXT_FILE.
	If Glext_file_stat not = "00"
	    Display "%NOSTRO_RECON-E-NOFILE, cannot open BY_LOGS_DMP_GLEXT"
	    Move 1 to abort_ls
	    Go to A00_MAIN_CLEANUP
	End-if.
	Perform B20_LOAD_LEDGER thru B20_LOAD_LEDGER_end.
	Close GLEXT_FILE.

* Nothing is matched from an extract that does not check.
	Evaluate true
	    when not Trailer_seen
		Display "%NOSTRO_RECON-E-NOTRAILER, no ZZTRAILER"
			" record - extract is truncated or was not"
			" written with /GL_EXTRACT"
		Move 1 to abort_ls

	    when Rec_count_ws not = Tr_count_in_ws
		Move Rec_count_ws to Tr_count_disp_ws
		Display "%NOSTRO_RECON-E-COUNTMISM, trailer count "
			Tr_count_in_ws " but extract holds "
			Tr_count_disp_ws " record(s)"
		Move 1 to abort_ls

	    when Amt_hash_ws not = Tr_hash_in_ws
		Display "%NOSTRO_RECON-E-HASHMISM, trailer amount"
			" hash-total does not match extract contents"
		Move 1 to abort_ls

	    when other
		Continue
	End-evaluate.

	If abort_ls not = 0
	    Go to A00_MAIN_CLEANUP
	End-if.

	Open Input NSE_FILE.
	If Nse_file_stat not = "00"
	    Display "%NOSTRO_RECON-E-NOFILE, cannot open NOSTRO_STMT_ENTRIES"
	    Move 1 to abort_ls
	    Go to A00_MAIN_CLEANUP
	End-if.
	Perform B30_LOAD_STATEMENTS thru B30_LOAD_STATEMENTS_end.
	Close NSE_FILE.

	If Lost_count_ws > 0
	    Display "%NOSTRO_RECON-E-TABLEFULL, more than 10000 open,"
		    " ledger and statement items - nothing written"
	    Move 1 to abort_ls
	    Go to A00_MAIN_CLEANUP
	End-if.

	Perform B40_MATCH thru B40_MATCH_end.

	Open Output OPN_OUT_FILE.
	Perform B50_WRITE_OPEN_ITEMS thru B50_WRITE_OPEN_ITEMS_end.
	Close OPN_OUT_FILE.

	Open Output NRC_RPT_FILE.
	Perform B60_WRITE_REPORT thru B60_WRITE_REPORT_end.
	Close NRC_RPT_FILE.

	%^*********************************************************************
	%^* NOSTRO_RECON$_COUNT  /I ${1} item(s) matched; open ${2}
	%^*	statement and ${3} ledger item(s), ${4} over the age limit.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"NOSTRO_RECON$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Match_count_ws, Open_stmt_count_ws,
				    Open_ledg_count_ws, Old_count_ws);

A00_MAIN_CLEANUP.

	%beg
	break: Nrc_seen_q;
	%end.

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	call "DAT_CONN_ROOT".

* Call RPT_INIT to parse the standard /DATE command line qualifier;
* it is the day reconciled.
	Call "RPT_INIT" returning Rpt_init_status.

	If Failure_is in Rpt_init_status
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	%beg Nrc_date_ws = Rpt_Date.yyyymmdd; %end.
	Move Nrc_date_ws to Nrc_date_x_ws.

* Item ages are taken from today and made relative to the day
* reconciled.
	Call "NEX_DAYS_SINCE" using
		by reference Nrc_date_ws
	      returning Report_age_ws.

	%Beg ALLOC_TEMP: Nrc_seen_q; %End.

A10_SBJ_INIT_end.
	Exit.


A20_GET_QUALIFIERS.
%^ /BANK=<bnk> - the bank reconciled.  Required.
%^ /AGE_DAYS=<n> - open items older than this are listed.  Default 5.

	Call "ACE_ARG_FIND" using
	      by content "-bank:",
	      by content    "C",
	      by value     20
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
	    Move Return_argument_ws(1:Return_argument_ws_length)
		    to Nrc_bank_x_ws
	Else
	    Display "%NOSTRO_RECON-E-NOBANK, /BANK=<bnk> is required"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	Call "ACE_ARG_FIND" using
	      by content "-age_d*ays:",
	      by content    "C",
	      by value     20
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
		Move Return_argument_ws(1:Return_argument_ws_length)
			to Age_limit_ws
	End-if.

A20_GET_QUALIFIERS_end.
	Exit.


A30_LOAD_NOSTROS.
%^ The bank's NOSTRO: items, ordinal by ordinal.

	Move Nrc_bank_x_ws to Nrc_bank_vs.
	%beg
	Cfg_union_key_ws(.Idname = "NOSTRO_RECON_TABLES",
			 .Idprod = "MTS",
			 .Idbank = Nrc_bank_vs,
			 .Idloc  = null,
			 .Idcust = null);
	Cfg_item_key_ws = "NOSTRO:";
	Cfg_ordinal_ws = <1>;
	Cfg_item_type_ws = "VSTR(80)";
	%end.

	Perform A35_LOAD_ONE_NOSTRO thru A35_LOAD_ONE_NOSTRO_end.
	Perform until (Failure_is in Cfg_cfg_status)
		   or (Nos_count_ws >= 200)
	    Add 1 to Cfg_ordinal_ws
	    Perform A35_LOAD_ONE_NOSTRO thru A35_LOAD_ONE_NOSTRO_end
	End-perform.

A30_LOAD_NOSTROS_end.
	Exit.


A35_LOAD_ONE_NOSTRO.
%^ Fetch one nostro item at the current ordinal and file it, its
%^ totals cleared.

	Call "CFG_GET_ITEM" USING
		BY Reference Idname of Cfg_union_key_ws
		BY Reference Idprod of Cfg_union_key_ws
		BY Reference Idbank of Cfg_union_key_ws
		BY Reference Idloc of Cfg_union_key_ws
		BY Reference Idcust of Cfg_union_key_ws
		BY Reference Cfg_item_key_ws
		By Reference Cfg_ordinal_ws
		By Reference Cfg_item_type_ws
		By Reference Cfg_data_ws
		By Reference Cfg_data_ws_length
		By Reference Cfg_errmsg_ws
		By Reference Cfg_errmsg_ws_length
	RETURNING Cfg_cfg_status.

	If Failure_is in Cfg_cfg_status
	    Go to A35_LOAD_ONE_NOSTRO_end
	End-if.

	%beg
	Cfg_ccy_vs = NULL;
	Cfg_parse ^in(Cfg_data_ws), Cfg_acct_vs, "|", Cfg_ledger_vs, "|",
		Cfg_ccy_vs, ^SPACE, /;
	%end.
	If Failure_is in Cfg_parse_status
	    %beg
	    Cfg_ccy_vs = NULL;
	    Cfg_parse ^in(Cfg_data_ws), Cfg_acct_vs, "|", Cfg_ledger_vs,
		    ^SPACE, /;
	    %end
	End-if.

	If Failure_is in Cfg_parse_status
	  or Cfg_acct_vs_length = 0
	  or Cfg_ledger_vs_length = 0
	    Go to A35_LOAD_ONE_NOSTRO_end
	End-if.

	Add 1 to Nos_count_ws.
	Move spaces to Nos_stmt_acct_ws(Nos_count_ws),
		       Nos_ledger_ws(Nos_count_ws),
		       Nos_ccy_ws(Nos_count_ws),
		       Nos_open_kind_ws(Nos_count_ws),
		       Nos_open_dc_ws(Nos_count_ws),
		       Nos_close_kind_ws(Nos_count_ws),
		       Nos_close_dc_ws(Nos_count_ws).
	Move Cfg_acct_vs(1:Cfg_acct_vs_length)
		to Nos_stmt_acct_ws(Nos_count_ws).
	Move Cfg_ledger_vs(1:Cfg_ledger_vs_length)
		to Nos_ledger_ws(Nos_count_ws).
	If Cfg_ccy_vs_length > 0
	    Move Cfg_ccy_vs(1:Cfg_ccy_vs_length) to Nos_ccy_ws(Nos_count_ws)
	End-if.
	Move zero to Nos_stmt_cnt_ws(Nos_count_ws),
		     Nos_open_amt_ws(Nos_count_ws),
		     Nos_close_amt_ws(Nos_count_ws),
		     Nos_sdr_cnt_ws(Nos_count_ws),
		     Nos_sdr_amt_ws(Nos_count_ws),
		     Nos_scr_cnt_ws(Nos_count_ws),
		     Nos_scr_amt_ws(Nos_count_ws),
		     Nos_led_cnt_ws(Nos_count_ws),
		     Nos_led_amt_ws(Nos_count_ws),
		     Nos_mat_cnt_ws(Nos_count_ws),
		     Nos_mat_amt_ws(Nos_count_ws),
		     Nos_ops_cnt_ws(Nos_count_ws),
		     Nos_ops_amt_ws(Nos_count_ws),
		     Nos_ops_new_ws(Nos_count_ws),
		     Nos_opl_cnt_ws(Nos_count_ws),
		     Nos_opl_amt_ws(Nos_count_ws),
		     Nos_opl_new_ws(Nos_count_ws),
		     Nos_old_cnt_ws(Nos_count_ws).

A35_LOAD_ONE_NOSTRO_end.
	Exit.


B10_LOAD_OPEN_ITEMS.
%^ Yesterday's open items into the item table, checked against their
%^ trailer.  No file at all is a first run.

	Open Input OPN_IN_FILE.
	If Opn_in_stat = "35"
	    Move "Y" to Opn_none_sw
	    Go to B10_LOAD_OPEN_ITEMS_end
	End-if.
	If Opn_in_stat not = "00"
	    Display "%NOSTRO_RECON-E-NOFILE, cannot open"
		    " NOSTRO_OPEN_ITEMS_IN, status " Opn_in_stat
	    Move 1 to abort_ls
	    Go to B10_LOAD_OPEN_ITEMS_end
	End-if.

	Perform until Opn_eof

	    Read OPN_IN_FILE into Opn_item_ws
		at end Move "Y" to Opn_eof_sw
	    End-read

	    If not Opn_eof
		If Opn_item_ws(1:9) = "ZZTRAILER"
		    Move "Y" to Opn_trailer_sw
		    Move Opn_item_ws(1:38) to Trailer_parse_ws
		Else
		    Add 1 to Opn_count_ws
		    Add Opn_amount_ws to Opn_hash_ws
		    Perform C10_CARRIED_ITEM thru C10_CARRIED_ITEM_end
		End-if
	    End-if

	End-perform.

	Close OPN_IN_FILE.

	Evaluate true
	    when not Opn_trailer_seen
		Display "%NOSTRO_RECON-E-NOTRAILER, no ZZTRAILER record"
			" on NOSTRO_OPEN_ITEMS_IN - file is truncated"
		Move 1 to abort_ls
	    when Opn_count_ws not = Tr_count_in_ws
	      or Opn_hash_ws not = Tr_hash_in_ws
		Display "%NOSTRO_RECON-E-OPENMISM, NOSTRO_OPEN_ITEMS_IN"
			" does not match its trailer"
		Move 1 to abort_ls
	    when other
		Continue
	End-evaluate.

* The extract's trailer is read into the same fields.
	Move zero to Tr_count_in_ws, Tr_hash_in_ws.

B10_LOAD_OPEN_ITEMS_end.
	Exit.


B20_LOAD_LEDGER.
%^ Count and hash every record ahead of the trailer, taking each wire
%^ the first time it is met.

	Perform until Glext_eof

	    Read GLEXT_FILE
		at end Move "Y" to Glext_eof_sw
	    End-read

	    If not Glext_eof
		If GLEXT_REC(1:9) = "ZZTRAILER"
		    Move "Y" to Trailer_seen_sw
		    Move GLEXT_REC(1:38) to Trailer_parse_ws
		Else
		    Add 1 to Rec_count_ws
		    Add GLX_AMOUNT to Amt_hash_ws
		    Perform C20_LEDGER_RECORD thru C20_LEDGER_RECORD_end
		End-if
	    End-if

	End-perform.

B20_LOAD_LEDGER_end.
	Exit.


B30_LOAD_STATEMENTS.
%^ The /DATE day's statements of the bank's nostros: their balances
%^ onto the nostro, their entries into the item table.

	Perform until Nse_eof

	    Read NSE_FILE
		at end Move "Y" to Nse_eof_sw
	    End-read

	    If not Nse_eof
		If NSE_REC_TYPE = "H"
		    Perform C30_STATEMENT_HEADER
			    thru C30_STATEMENT_HEADER_end
		Else
		    If Take_stmt
			Perform C35_STATEMENT_ENTRY
				thru C35_STATEMENT_ENTRY_end
		    End-if
		End-if
	    End-if

	End-perform.

B30_LOAD_STATEMENTS_end.
	Exit.


B40_MATCH.
%^ Each open statement item against the open ledger items of its
%^ nostro; the first that agrees on everything is its match.

	Perform varying Itm_idx_ws from 1 by 1
		until Itm_idx_ws > Itm_count_ws

	    If Itm_side_ws(Itm_idx_ws) = "S"
	      and Itm_nos_ws(Itm_idx_ws) > zero
	      and Itm_matched_ws(Itm_idx_ws) not = "Y"
		Perform C40_FIND_MATCH thru C40_FIND_MATCH_end
	    End-if

	End-perform.

B40_MATCH_end.
	Exit.


B50_WRITE_OPEN_ITEMS.
%^ Everything still open goes forward, aged; the nostros' open totals
%^ are taken on the way.  Ends with the trailer.

	Perform varying Itm_idx_ws from 1 by 1
		until Itm_idx_ws > Itm_count_ws

	    If Itm_matched_ws(Itm_idx_ws) not = "Y"
		Perform C50_ONE_OPEN_ITEM thru C50_ONE_OPEN_ITEM_end
	    End-if

	End-perform.

	Move Out_count_ws to Tr_count_disp_ws.
	Move Out_hash_ws to Tr_hash_disp_ws.
	Move spaces to Trailer_line_ws.
	String "ZZTRAILER "		Delimited by size,
	       Tr_count_disp_ws		Delimited by size,
	       " "			Delimited by size,
	       Tr_hash_disp_ws		Delimited by size
		into Trailer_line_ws.
	Write OPN_OUT_REC from Trailer_line_ws.

B50_WRITE_OPEN_ITEMS_end.
	Exit.


B60_WRITE_REPORT.
%^ The break report: a block per nostro, then the run totals.

	Move Age_limit_ws to Age_limit_ws_d.
	Move spaces to Report_line_ws.
	String "Nostro reconciliation - bank " Delimited by size,
	       Nrc_bank_x_ws Delimited by size,
	       ", statement date " Delimited by size,
	       Nrc_date_x_ws Delimited by size,
	       " - open items over " Delimited by size,
	       Age_limit_ws_d Delimited by size,
	       " day(s) listed" Delimited by size
		into Report_line_ws.
	Write NRC_RPT_REC from Report_line_ws.

	Perform varying Nos_idx_ws from 1 by 1
		until Nos_idx_ws > Nos_count_ws
	    Perform D10_ONE_NOSTRO thru D10_ONE_NOSTRO_end
	End-perform.

	Move spaces to Report_line_ws.
	Write NRC_RPT_REC from Report_line_ws.

	Move Match_count_ws to Nrc_cnt_d_ws.
	Move Open_stmt_count_ws to Nrc_cnt2_d_ws.
	Move Open_ledg_count_ws to Nrc_cnt3_d_ws.
	Move spaces to Report_line_ws.
	String "Total: " Delimited by size,
	       Nrc_cnt_d_ws Delimited by size,
	       " matched, " Delimited by size,
	       Nrc_cnt2_d_ws Delimited by size,
	       " open statement item(s), " Delimited by size,
	       Nrc_cnt3_d_ws Delimited by size,
	       " open ledger item(s)" Delimited by size
		into Report_line_ws.
	Write NRC_RPT_REC from Report_line_ws.

	Move Old_count_ws to Nrc_cnt_d_ws.
	Move spaces to Report_line_ws.
	String "       " Delimited by size,
	       Nrc_cnt_d_ws Delimited by size,
	       " open item(s) over " Delimited by size,
	       Age_limit_ws_d Delimited by size,
	       " day(s)" Delimited by size
		into Report_line_ws.
	Write NRC_RPT_REC from Report_line_ws.

B60_WRITE_REPORT_end.
	Exit.


C10_CARRIED_ITEM.
%^ One of yesterday's open items into the table.  One of another
%^ bank's, or of a nostro no longer configured, goes forward as it
%^ came.

	Perform X05_NEW_ITEM thru X05_NEW_ITEM_end.
	If Itm_idx_ws = zero
	    Go to C10_CARRIED_ITEM_end
	End-if.

	Move Opn_item_ws to Itm_carry_ws(Itm_idx_ws).
	Move Opn_side_ws to Itm_side_ws(Itm_idx_ws).
	Move Opn_first_date_ws to Itm_first_date_ws(Itm_idx_ws).
	Move Opn_value_date_ws to Itm_vdate_ws(Itm_idx_ws).
	Move Opn_dc_ws to Itm_dc_ws(Itm_idx_ws).
	Move Opn_amount_ws to Itm_amt_ws(Itm_idx_ws).
	Move Opn_currency_ws to Itm_ccy_ws(Itm_idx_ws).
	Move Opn_trn_ws to Itm_trn_ws(Itm_idx_ws).
	Move Opn_ref1_ws to Itm_ref1_ws(Itm_idx_ws).
	Move Opn_ref2_ws to Itm_ref2_ws(Itm_idx_ws).
	Move Opn_info_ws to Itm_info_ws(Itm_idx_ws).

	If Opn_bank_ws = Nrc_bank_x_ws
	    Move Opn_stmt_acct_ws to Nos_acct_chk_ws
	    Perform X20_FIND_BY_STMT thru X20_FIND_BY_STMT_end
	    Move Nos_found_ws to Itm_nos_ws(Itm_idx_ws)
	End-if.

C10_CARRIED_ITEM_end.
	Exit.


C20_LEDGER_RECORD.
%^ One accounting record: a ledger item for each of its sides that is
%^ one of the bank's nostros.

	Move GLX_TRN_DATE to Nrc_trn_date_ws.
	Move GLX_TRN_NUM to Nrc_trn_num_ws.
	%Beg
	Nrc_compose ^OUT(Nrc_seen_key_vs)
		Nrc_trn_date_ws, "-", Nrc_trn_num_ws, / ;
	SEARCH: Nrc_seen_q EQL key=Nrc_seen_key_vs;
	%End.
	If success_is in Nrc_seen_q_status
	    Add 1 to Dup_count_ws
	    Go to C20_LEDGER_RECORD_end
	End-if.
	%Beg
	ALLOC_ELEM: Nrc_seen_q.Vstr_key = Nrc_seen_key_vs;
	%End.

* Our debit of the nostro is the correspondent's credit.
	If GLX_DBT_BANK = Nrc_bank_x_ws
	    Move spaces to Nos_ledger_chk_ws
	    String GLX_DBT_IDTYPE Delimited by size,
		   "/" Delimited by size,
		   GLX_DBT_ACCOUNT Delimited by space
		    into Nos_ledger_chk_ws
	    Perform X25_FIND_BY_LEDGER thru X25_FIND_BY_LEDGER_end
	    If Nos_found_ws > zero
		Move "C" to Opn_dc_ws
		Perform C25_LEDGER_ITEM thru C25_LEDGER_ITEM_end
	    End-if
	End-if.

* Our credit of it, its debit.  No credit bank is the debit bank.
	If GLX_CDT_BANK = Nrc_bank_x_ws
	  or (GLX_CDT_BANK = spaces and GLX_DBT_BANK = Nrc_bank_x_ws)
	    Move spaces to Nos_ledger_chk_ws
	    String GLX_CDT_IDTYPE Delimited by size,
		   "/" Delimited by size,
		   GLX_CDT_ACCOUNT Delimited by space
		    into Nos_ledger_chk_ws
	    Perform X25_FIND_BY_LEDGER thru X25_FIND_BY_LEDGER_end
	    If Nos_found_ws > zero
		Move "D" to Opn_dc_ws
		Perform C25_LEDGER_ITEM thru C25_LEDGER_ITEM_end
	    End-if
	End-if.

C20_LEDGER_RECORD_end.
	Exit.


C25_LEDGER_ITEM.
%^ A ledger item for nostro Nos_found_ws, side Opn_dc_ws.

	Perform X05_NEW_ITEM thru X05_NEW_ITEM_end.
	If Itm_idx_ws = zero
	    Go to C25_LEDGER_ITEM_end
	End-if.

	Move "L" to Itm_side_ws(Itm_idx_ws).
	Move Nos_found_ws to Itm_nos_ws(Itm_idx_ws).
	Move Nrc_date_x_ws to Itm_first_date_ws(Itm_idx_ws).
	Move GLX_VALUE_DATE to Itm_vdate_ws(Itm_idx_ws).
	Move Opn_dc_ws to Itm_dc_ws(Itm_idx_ws).
	Move GLX_AMOUNT to Itm_amt_ws(Itm_idx_ws).
	Move GLX_CURRENCY to Itm_ccy_ws(Itm_idx_ws).
	Move GLX_TRN_DATE to Itm_trn_ws(Itm_idx_ws)(1:8).
	Move GLX_TRN_NUM to Itm_trn_ws(Itm_idx_ws)(9:8).
	Move GLX_SND_REF to Itm_ref1_ws(Itm_idx_ws).
	Move GLX_WIRE_TYPE to Itm_info_ws(Itm_idx_ws).

	Add 1 to Nos_led_cnt_ws(Nos_found_ws).
	Add GLX_AMOUNT to Nos_led_amt_ws(Nos_found_ws).

C25_LEDGER_ITEM_end.
	Exit.


C30_STATEMENT_HEADER.
%^ A statement header: take the statement when it is the /DATE day's
%^ and one of the bank's nostros, and note its balances.  Of several
%^ pages, the opening is the first page's (the final one if a page
%^ carries it) and the closing the last page's (likewise).

	Move "N" to Take_stmt_sw.
	If NSE_STMT_DATE not = Nrc_date_x_ws
	    Go to C30_STATEMENT_HEADER_end
	End-if.

	Move NSE_ACCOUNT to Nos_acct_chk_ws.
	Perform X20_FIND_BY_STMT thru X20_FIND_BY_STMT_end.
	If Nos_found_ws = zero
	    Go to C30_STATEMENT_HEADER_end
	End-if.

	Move "Y" to Take_stmt_sw.
	If Nos_ccy_ws(Nos_found_ws) = spaces
	    Move NSE_CURRENCY to Nos_ccy_ws(Nos_found_ws)
	End-if.

	If Nos_stmt_cnt_ws(Nos_found_ws) = zero
	  or (NSE_OPEN_KIND = "F"
	      and Nos_open_kind_ws(Nos_found_ws) not = "F")
	    Move NSE_OPEN_KIND to Nos_open_kind_ws(Nos_found_ws)
	    Move NSE_OPEN_DC to Nos_open_dc_ws(Nos_found_ws)
	    Move NSE_OPEN_AMT to Nos_open_amt_ws(Nos_found_ws)
	End-if.

	If Nos_close_kind_ws(Nos_found_ws) not = "F"
	    Move NSE_CLOSE_KIND to Nos_close_kind_ws(Nos_found_ws)
	    Move NSE_CLOSE_DC to Nos_close_dc_ws(Nos_found_ws)
	    Move NSE_CLOSE_AMT to Nos_close_amt_ws(Nos_found_ws)
	End-if.

	Add 1 to Nos_stmt_cnt_ws(Nos_found_ws).

C30_STATEMENT_HEADER_end.
	Exit.


C35_STATEMENT_ENTRY.
%^ One entry of a statement taken: a statement item.

	Perform X05_NEW_ITEM thru X05_NEW_ITEM_end.
	If Itm_idx_ws = zero
	    Go to C35_STATEMENT_ENTRY_end
	End-if.

	Move "S" to Itm_side_ws(Itm_idx_ws).
	Move Nos_found_ws to Itm_nos_ws(Itm_idx_ws).
	Move Nrc_date_x_ws to Itm_first_date_ws(Itm_idx_ws).
	Move NSE_VALUE_DATE to Itm_vdate_ws(Itm_idx_ws).
	Move NSE_DC to Itm_dc_ws(Itm_idx_ws).
	Move NSE_AMOUNT to Itm_amt_ws(Itm_idx_ws).
	Move NSE_CURRENCY to Itm_ccy_ws(Itm_idx_ws).
	Move NSE_OWNER_REF to Itm_ref1_ws(Itm_idx_ws).
	Move NSE_SVCR_REF to Itm_ref2_ws(Itm_idx_ws).
	Move NSE_SUPPL to Itm_info_ws(Itm_idx_ws).

	If NSE_DC = "D"
	    Add 1 to Nos_sdr_cnt_ws(Nos_found_ws)
	    Add NSE_AMOUNT to Nos_sdr_amt_ws(Nos_found_ws)
	Else
	    Add 1 to Nos_scr_cnt_ws(Nos_found_ws)
	    Add NSE_AMOUNT to Nos_scr_amt_ws(Nos_found_ws)
	End-if.

C35_STATEMENT_ENTRY_end.
	Exit.


C40_FIND_MATCH.
%^ The first open ledger item agreeing with statement item
%^ Itm_idx_ws on nostro, currency, side, amount, value date and
%^ reference.

	Perform varying Itm_cand_ws from 1 by 1
		until Itm_cand_ws > Itm_count_ws

	    If Itm_side_ws(Itm_cand_ws) = "L"
	      and Itm_matched_ws(Itm_cand_ws) not = "Y"
	      and Itm_nos_ws(Itm_cand_ws) = Itm_nos_ws(Itm_idx_ws)
	      and Itm_ccy_ws(Itm_cand_ws) = Itm_ccy_ws(Itm_idx_ws)
	      and Itm_dc_ws(Itm_cand_ws) = Itm_dc_ws(Itm_idx_ws)
	      and Itm_amt_ws(Itm_cand_ws) = Itm_amt_ws(Itm_idx_ws)
	      and Itm_vdate_ws(Itm_cand_ws) = Itm_vdate_ws(Itm_idx_ws)
		Perform X40_REF_MATCH thru X40_REF_MATCH_end
		If Ref_match
		    Move "Y" to Itm_matched_ws(Itm_cand_ws)
		    Move "Y" to Itm_matched_ws(Itm_idx_ws)
		    Move Itm_nos_ws(Itm_idx_ws) to Nos_idx_ws
		    Add 1 to Nos_mat_cnt_ws(Nos_idx_ws)
		    Add Itm_amt_ws(Itm_idx_ws) to Nos_mat_amt_ws(Nos_idx_ws)
		    Add 1 to Match_count_ws
		    Move 99999 to Itm_cand_ws
		End-if
	    End-if

	End-perform.

C40_FIND_MATCH_end.
	Exit.


C50_ONE_OPEN_ITEM.
%^ Write item Itm_idx_ws forward -- as it came when it is not one of
%^ this bank's nostros -- and count it into its nostro's open totals.

	Add 1 to Out_count_ws.
	Add Itm_amt_ws(Itm_idx_ws) to Out_hash_ws.

	If Itm_nos_ws(Itm_idx_ws) = zero
	    Write OPN_OUT_REC from Itm_carry_ws(Itm_idx_ws)
	    Go to C50_ONE_OPEN_ITEM_end
	End-if.

	Move Itm_nos_ws(Itm_idx_ws) to Nos_idx_ws.

	Move spaces to Opn_item_ws.
	Move Itm_side_ws(Itm_idx_ws) to Opn_side_ws.
	Move Nrc_bank_x_ws to Opn_bank_ws.
	Move Nos_stmt_acct_ws(Nos_idx_ws) to Opn_stmt_acct_ws.
	Move Itm_ccy_ws(Itm_idx_ws) to Opn_currency_ws.
	Move Itm_first_date_ws(Itm_idx_ws) to Opn_first_date_ws.
	Move Itm_vdate_ws(Itm_idx_ws) to Opn_value_date_ws.
	Move Itm_dc_ws(Itm_idx_ws) to Opn_dc_ws.
	Move Itm_amt_ws(Itm_idx_ws) to Opn_amount_ws.
	Move Itm_trn_ws(Itm_idx_ws) to Opn_trn_ws.
	Move Itm_ref1_ws(Itm_idx_ws) to Opn_ref1_ws.
	Move Itm_ref2_ws(Itm_idx_ws) to Opn_ref2_ws.
	Move Itm_info_ws(Itm_idx_ws) to Opn_info_ws.
	Write OPN_OUT_REC from Opn_item_ws.

	Call "NEX_DAYS_SINCE" using
		by reference Itm_first_date_ws(Itm_idx_ws)
	      returning Age_days_ws.
	Subtract Report_age_ws from Age_days_ws.
	Move Age_days_ws to Itm_age_ws(Itm_idx_ws).

	If Itm_side_ws(Itm_idx_ws) = "S"
	    Add 1 to Nos_ops_cnt_ws(Nos_idx_ws), Open_stmt_count_ws
	    Add Itm_amt_ws(Itm_idx_ws) to Nos_ops_amt_ws(Nos_idx_ws)
	    If Itm_first_date_ws(Itm_idx_ws) = Nrc_date_x_ws
		Add 1 to Nos_ops_new_ws(Nos_idx_ws)
	    End-if
	Else
	    Add 1 to Nos_opl_cnt_ws(Nos_idx_ws), Open_ledg_count_ws
	    Add Itm_amt_ws(Itm_idx_ws) to Nos_opl_amt_ws(Nos_idx_ws)
	    If Itm_first_date_ws(Itm_idx_ws) = Nrc_date_x_ws
		Add 1 to Nos_opl_new_ws(Nos_idx_ws)
	    End-if
	End-if.

	If Age_days_ws > Age_limit_ws
	    Add 1 to Nos_old_cnt_ws(Nos_idx_ws), Old_count_ws
	End-if.

C50_ONE_OPEN_ITEM_end.
	Exit.


D10_ONE_NOSTRO.
%^ One nostro's block of the break report.

	Move spaces to Report_line_ws.
	Write NRC_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "Nostro " Delimited by size,
	       Nos_stmt_acct_ws(Nos_idx_ws) Delimited by space,
	       "  " Delimited by size,
	       Nos_ccy_ws(Nos_idx_ws) Delimited by size,
	       "  ledger account " Delimited by size,
	       Nos_ledger_ws(Nos_idx_ws) Delimited by space
		into Report_line_ws.
	Write NRC_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	If Nos_stmt_cnt_ws(Nos_idx_ws) = zero
	    Move "  *** NO STATEMENT RECEIVED FOR THIS DATE ***"
		    to Report_line_ws
	Else
	    Move Nos_open_amt_ws(Nos_idx_ws) to Nrc_fmt_amt_ws
	    Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end
	    Move Nrc_fmt_txt_ws to Nrc_fmt2_txt_ws
	    Move Nos_close_amt_ws(Nos_idx_ws) to Nrc_fmt_amt_ws
	    Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end
	    Move Nos_stmt_cnt_ws(Nos_idx_ws) to Nrc_cnt_d_ws
	    String "  Statement page(s) " Delimited by size,
		   Nrc_cnt_d_ws Delimited by size,
		   "   opening " Delimited by size,
		   Nos_open_dc_ws(Nos_idx_ws) Delimited by size,
		   " " Delimited by size,
		   Nrc_fmt2_txt_ws Delimited by space,
		   "   closing " Delimited by size,
		   Nos_close_dc_ws(Nos_idx_ws) Delimited by size,
		   " " Delimited by size,
		   Nrc_fmt_txt_ws Delimited by space
		    into Report_line_ws
	End-if.
	Write NRC_RPT_REC from Report_line_ws.

	Move Nos_sdr_amt_ws(Nos_idx_ws) to Nrc_fmt_amt_ws.
	Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end.
	Move Nrc_fmt_txt_ws to Nrc_fmt2_txt_ws.
	Move Nos_scr_amt_ws(Nos_idx_ws) to Nrc_fmt_amt_ws.
	Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end.
	Move Nos_sdr_cnt_ws(Nos_idx_ws) to Nrc_cnt_d_ws.
	Move Nos_scr_cnt_ws(Nos_idx_ws) to Nrc_cnt2_d_ws.
	Move spaces to Report_line_ws.
	String "  Statement entries  " Delimited by size,
	       Nrc_cnt_d_ws Delimited by size,
	       " debit(s) " Delimited by size,
	       Nrc_fmt2_txt_ws Delimited by space,
	       "   " Delimited by size,
	       Nrc_cnt2_d_ws Delimited by size,
	       " credit(s) " Delimited by size,
	       Nrc_fmt_txt_ws Delimited by space
		into Report_line_ws.
	Write NRC_RPT_REC from Report_line_ws.

	Move Nos_led_amt_ws(Nos_idx_ws) to Nrc_fmt_amt_ws.
	Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end.
	Move Nos_led_cnt_ws(Nos_idx_ws) to Nrc_cnt_d_ws.
	Move spaces to Report_line_ws.
	String "  Ledger items       " Delimited by size,
	       Nrc_cnt_d_ws Delimited by size,
	       " total    " Delimited by size,
	       Nrc_fmt_txt_ws Delimited by space
		into Report_line_ws.
	Write NRC_RPT_REC from Report_line_ws.

	Move Nos_mat_amt_ws(Nos_idx_ws) to Nrc_fmt_amt_ws.
	Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end.
	Move Nos_mat_cnt_ws(Nos_idx_ws) to Nrc_cnt_d_ws.
	Move spaces to Report_line_ws.
	String "  Matched            " Delimited by size,
	       Nrc_cnt_d_ws Delimited by size,
	       " total    " Delimited by size,
	       Nrc_fmt_txt_ws Delimited by space
		into Report_line_ws.
	Write NRC_RPT_REC from Report_line_ws.

	Move Nos_ops_amt_ws(Nos_idx_ws) to Nrc_fmt_amt_ws.
	Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end.
	Move Nos_ops_cnt_ws(Nos_idx_ws) to Nrc_cnt_d_ws.
	Move Nos_ops_new_ws(Nos_idx_ws) to Nrc_cnt2_d_ws.
	Move spaces to Report_line_ws.
	String "  Open statement     " Delimited by size,
	       Nrc_cnt_d_ws Delimited by size,
	       " total    " Delimited by size,
	       Nrc_fmt_txt_ws Delimited by space,
	       "   (" Delimited by size,
	       Nrc_cnt2_d_ws Delimited by size,
	       " new today)" Delimited by size
		into Report_line_ws.
	Write NRC_RPT_REC from Report_line_ws.

	Move Nos_opl_amt_ws(Nos_idx_ws) to Nrc_fmt_amt_ws.
	Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end.
	Move Nos_opl_cnt_ws(Nos_idx_ws) to Nrc_cnt_d_ws.
	Move Nos_opl_new_ws(Nos_idx_ws) to Nrc_cnt2_d_ws.
	Move spaces to Report_line_ws.
	String "  Open ledger        " Delimited by size,
	       Nrc_cnt_d_ws Delimited by size,
	       " total    " Delimited by size,
	       Nrc_fmt_txt_ws Delimited by space,
	       "   (" Delimited by size,
	       Nrc_cnt2_d_ws Delimited by size,
	       " new today)" Delimited by size
		into Report_line_ws.
	Write NRC_RPT_REC from Report_line_ws.

	If Nos_old_cnt_ws(Nos_idx_ws) = zero
	    Go to D10_ONE_NOSTRO_end
	End-if.

	Move spaces to Report_line_ws.
	String "  Open items over " Delimited by size,
	       Age_limit_ws_d Delimited by size,
	       " day(s):" Delimited by size
		into Report_line_ws.
	Write NRC_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String "    Side Value date D/C Amount               First seen"
		Delimited by size,
	       "   Age Reference" Delimited by size
		into Report_line_ws.
	Write NRC_RPT_REC from Report_line_ws.

	Perform varying Itm_idx_ws from 1 by 1
		until Itm_idx_ws > Itm_count_ws
	    If Itm_nos_ws(Itm_idx_ws) = Nos_idx_ws
	      and Itm_matched_ws(Itm_idx_ws) not = "Y"
	      and Itm_age_ws(Itm_idx_ws) > Age_limit_ws
		Perform D20_OLD_ITEM thru D20_OLD_ITEM_end
	    End-if
	End-perform.

D10_ONE_NOSTRO_end.
	Exit.


D20_OLD_ITEM.
%^ One open item over the age limit: our TRN and the sending bank's
%^ reference for a ledger item, the correspondent's references for a
%^ statement entry.

	Move spaces to Nrc_ref_txt_ws.
	If Itm_side_ws(Itm_idx_ws) = "L"
	    Move "LEDG" to Nrc_side_txt_ws
	    String "TRN " Delimited by size,
		   Itm_trn_ws(Itm_idx_ws)(1:8) Delimited by size,
		   "-" Delimited by size,
		   Itm_trn_ws(Itm_idx_ws)(9:8) Delimited by size,
		   " " Delimited by size,
		   Itm_ref1_ws(Itm_idx_ws) Delimited by space
		    into Nrc_ref_txt_ws
	Else
	    Move "STMT" to Nrc_side_txt_ws
	    String Itm_ref1_ws(Itm_idx_ws) Delimited by space,
		   " // " Delimited by size,
		   Itm_ref2_ws(Itm_idx_ws) Delimited by space
		    into Nrc_ref_txt_ws
	End-if.

	Move Itm_amt_ws(Itm_idx_ws) to Nrc_fmt_amt_ws.
	Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end.
	Move Itm_age_ws(Itm_idx_ws) to Nrc_age_d_ws.

	Move spaces to Report_line_ws.
	String "    " Delimited by size,
	       Nrc_side_txt_ws Delimited by size,
	       " " Delimited by size,
	       Itm_vdate_ws(Itm_idx_ws) Delimited by size,
	       "   " Delimited by size,
	       Itm_dc_ws(Itm_idx_ws) Delimited by size,
	       "   " Delimited by size,
	       Nrc_fmt_txt_ws Delimited by size,
	       " " Delimited by size,
	       Itm_first_date_ws(Itm_idx_ws) Delimited by size,
	       " " Delimited by size,
	       Nrc_age_d_ws Delimited by size,
	       " " Delimited by size,
	       Nrc_ref_txt_ws Delimited by size
		into Report_line_ws.
	Write NRC_RPT_REC from Report_line_ws.

D20_OLD_ITEM_end.
	Exit.


X05_NEW_ITEM.
%^ Claim the next item slot, cleared, in Itm_idx_ws; zero (and
%^ counted lost) when the table is full.

	If Itm_count_ws not < 10000
	    Add 1 to Lost_count_ws
	    Move zero to Itm_idx_ws
	    Go to X05_NEW_ITEM_end
	End-if.

	Add 1 to Itm_count_ws.
	Move Itm_count_ws to Itm_idx_ws.
	Move spaces to Itm_side_ws(Itm_idx_ws),
		       Itm_first_date_ws(Itm_idx_ws),
		       Itm_vdate_ws(Itm_idx_ws),
		       Itm_dc_ws(Itm_idx_ws),
		       Itm_ccy_ws(Itm_idx_ws),
		       Itm_trn_ws(Itm_idx_ws),
		       Itm_ref1_ws(Itm_idx_ws),
		       Itm_ref2_ws(Itm_idx_ws),
		       Itm_info_ws(Itm_idx_ws),
		       Itm_matched_ws(Itm_idx_ws),
		       Itm_carry_ws(Itm_idx_ws).
	Move zero to Itm_nos_ws(Itm_idx_ws),
		     Itm_amt_ws(Itm_idx_ws),
		     Itm_age_ws(Itm_idx_ws).

X05_NEW_ITEM_end.
	Exit.


X10_FORMAT_AMOUNT.
%^ Nrc_fmt_amt_ws as digits with an explicit decimal point and no
%^ leading zeros, e.g. "1500.000" -- the CAMT_STMT_GEN
%^ D15_FORMAT_AMOUNT rendering.

	Move Nrc_fmt_amt_ws to Nrc_fmt_disp_ws.

	Move 15 to Nrc_fmt_pos_ws.
	Perform varying Nrc_fmt_idx_ws from 1 by 1
		until Nrc_fmt_idx_ws > 14
	    If Nrc_fmt_int_x_ws(Nrc_fmt_idx_ws:1) not = "0"
		Move Nrc_fmt_idx_ws to Nrc_fmt_pos_ws
		Move 99 to Nrc_fmt_idx_ws
	    End-if
	End-perform.

	Compute Nrc_fmt_rem_ws = 16 - Nrc_fmt_pos_ws.

	Move spaces to Nrc_fmt_txt_ws.
	String Nrc_fmt_int_x_ws(Nrc_fmt_pos_ws:Nrc_fmt_rem_ws)
		    Delimited by size,
	       "." Delimited by size,
	       Nrc_fmt_frac_x_ws Delimited by size
		into Nrc_fmt_txt_ws.

X10_FORMAT_AMOUNT_end.
	Exit.


X20_FIND_BY_STMT.
%^ The nostro whose statement account is Nos_acct_chk_ws, into
%^ Nos_found_ws; zero when it is not one of the bank's.

	Move zero to Nos_found_ws.
	Perform varying Nos_idx_ws from 1 by 1
		until Nos_idx_ws > Nos_count_ws
	    If Nos_stmt_acct_ws(Nos_idx_ws) = Nos_acct_chk_ws
		Move Nos_idx_ws to Nos_found_ws
		Move 9999 to Nos_idx_ws
	    End-if
	End-perform.

X20_FIND_BY_STMT_end.
	Exit.


X25_FIND_BY_LEDGER.
%^ The nostro whose ledger account is Nos_ledger_chk_ws, into
%^ Nos_found_ws; zero when it is not one of the bank's.

	Move zero to Nos_found_ws.
	Perform varying Nos_idx_ws from 1 by 1
		until Nos_idx_ws > Nos_count_ws
	    If Nos_ledger_ws(Nos_idx_ws) = Nos_ledger_chk_ws
		Move Nos_idx_ws to Nos_found_ws
		Move 9999 to Nos_idx_ws
	    End-if
	End-perform.

X25_FIND_BY_LEDGER_end.
	Exit.


X40_REF_MATCH.
%^ Does statement item Itm_idx_ws carry a reference of ledger item
%^ Itm_cand_ws -- its TRN, plain or with the "-", or the sending
%^ bank's reference -- as the owner's or the servicer's reference?

	Move "N" to Ref_match_sw.

	Move spaces to Ref_trn16_ws, Ref_trn17_ws, Ref_snd_ws.
	Move Itm_trn_ws(Itm_cand_ws) to Ref_trn16_ws.
	String Itm_trn_ws(Itm_cand_ws)(1:8) Delimited by size,
	       "-" Delimited by size,
	       Itm_trn_ws(Itm_cand_ws)(9:8) Delimited by size
		into Ref_trn17_ws.
	Move Itm_ref1_ws(Itm_cand_ws) to Ref_snd_ws.

	If Itm_ref1_ws(Itm_idx_ws) not = spaces
	    If Itm_ref1_ws(Itm_idx_ws) = Ref_trn16_ws
	      or Itm_ref1_ws(Itm_idx_ws) = Ref_trn17_ws
	      or (Ref_snd_ws not = spaces
		  and Itm_ref1_ws(Itm_idx_ws) = Ref_snd_ws)
		Move "Y" to Ref_match_sw
	    End-if
	End-if.

	If Itm_ref2_ws(Itm_idx_ws) not = spaces
	    If Itm_ref2_ws(Itm_idx_ws) = Ref_trn16_ws
	      or Itm_ref2_ws(Itm_idx_ws) = Ref_trn17_ws
	      or (Ref_snd_ws not = spaces
		  and Itm_ref2_ws(Itm_idx_ws) = Ref_snd_ws)
		Move "Y" to Ref_match_sw
	    End-if
	End-if.

X40_REF_MATCH_end.
	Exit.
