%Module CFG_AUDIT <main>;
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

* Nightly configuration change audit.
*
* Snapshots every item of the configuration unions the operations and
* compliance controls run from, and the GCV_ thresholds and switches,
* into a sorted file, and compares it with the prior run's snapshot in
* the same way RPT_OPR_PRIVS compares the privilege inventory.  Every
* item added, removed or changed since the prior run is printed, and
* each one is also sent to the SIEM through SEC_EVENT_FEED (event types
* CFGADD, CFGDEL and CFGCHG, operator CFG_AUDIT), so a configuration
* change nobody announced is seen the morning after it was made.
*
* The configuration API reads an item by union, item key and ordinal;
* it cannot list a union.  So the items audited come from a catalog:
*
*   - the fixed-key items of QUEUE_TABLES, SOD_POLICY_TABLES,
*     CNF_PREF_TABLES and FORMAT_IFML_SUPPRESS, built in below;
*   - every line of the CFG_AUDIT_CATALOG file, which the job points
*     at the site's list of the per-bank and variable-key items (the
*     CURRENCY_CAL_TABLES CUTOFF:/ROLL:/HOLIDAY: items per currency,
*     the DBT_EXPOSURE_TABLES LIMIT: items per account, the
*     EXTRACT_MASK_TABLES MASK: items per extract, and anything else
*     to be watched), one item key per line:
*	<union>|<bank>|<item key>|<item type>
*     <bank> empty for an item that is not held per bank; a line
*     starting "*" is a comment.
*
* Each catalog item is read ordinal by ordinal until the configuration
* has no more.  The GCV_ routines are snapshotted under the pseudo
* union GCV_THRESHOLDS, one item per routine.
*
* Snapshot lines, sorted on union, bank, item key and ordinal:
*	<union 20> <bank 3> <item key 32> <ordinal 4> <value>
* CFG_AUDIT_SNAPSHOT is the prior run's; the run writes
* CFG_AUDIT_SNAPSHOT_NEW and then copies it over the prior one.  The
* first run prints the inventory as a baseline with no differences.
* The run report is CFG_AUDIT_OUTPUT.

* REVISION HISTORY
* ----------------
*
* R. Iverson	07-Dec-2010	CR13246
*	New module.
*
* R. Iverson	28-Dec-2010	CR13255
*	Audit the GCV_LIQ_SAVE_MODE liquidity-saving switch.
*
* R. Iverson	11-Jan-2011	CR13261
*	Audit the GCV_COVER_HOLD cover hold switch.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select CFA_RPT_FILE	Assign to "CFG_AUDIT_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select CAT_FILE		Assign to "CFG_AUDIT_CATALOG"
	       ORGANIZATION IS LINE SEQUENTIAL
	       FILE STATUS IS Cat_file_status_ws.
	Select SNAP_OLD_FILE	Assign to "CFG_AUDIT_SNAPSHOT"
	       ORGANIZATION IS LINE SEQUENTIAL
	       FILE STATUS IS Snap_old_status_ws.
	Select SNAP_NEW_FILE	Assign to "CFG_AUDIT_SNAPSHOT_NEW"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  CFA_RPT_FILE record 132 characters.
01  CFA_RPT_REC			Pic X(132).

FD  CAT_FILE record 132 characters.
01  CAT_REC			Pic X(132).

FD  SNAP_OLD_FILE record 200 characters.
01  SNAP_OLD_REC		Pic X(200).

FD  SNAP_NEW_FILE record 200 characters.
01  SNAP_NEW_REC		Pic X(200).

Working-Storage Section.

01 Cat_file_status_ws		Pic XX value spaces.
01 Cat_eof_sw			Pic X value "N".
   88 Cat_eof			value "Y".
01 Snap_old_status_ws		Pic XX value spaces.
01 Snap_old_present_sw		Pic X value "N".
   88 Snap_old_present		value "Y".
01 Snap_old_eof_sw		Pic X value "N".
   88 Snap_old_eof		value "Y".
01 Snap_new_eof_sw		Pic X value "N".
   88 Snap_new_eof		value "Y".
01 Snap_full_sw			Pic X value "N".
   88 Snap_full			value "Y".

01 Item_count_ws		pic 9(07) comp-5 value zeroes.
01 Walk_count_ws		pic 9(07) comp-5 value zeroes.
01 Add_count_ws			pic 9(07) comp-5 value zeroes.
01 Del_count_ws			pic 9(07) comp-5 value zeroes.
01 Chg_count_ws			pic 9(07) comp-5 value zeroes.
01 Feed_fail_ws			pic 9(07) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY.
01 Item_count_ws_d		pic 9(07) usage display.
01 Walk_count_ws_d		pic 9(07) usage display.
01 Add_count_ws_d		pic 9(07) usage display.
01 Del_count_ws_d		pic 9(07) usage display.
01 Chg_count_ws_d		pic 9(07) usage display.
01 Feed_fail_ws_d		pic 9(07) usage display.

01 Today_ws			Pic X(08) value spaces.

* The fixed-key items, audited on every run.
01 Cat_builtin_values_ws.
   05 Filler.
      10 Filler		pic x(20) value "QUEUE_TABLES".
      10 Filler		pic x(03) value spaces.
      10 Filler		pic x(32) value "BY_LOGS_QUEUES:".
      10 Filler		pic x(16) value "VSTR(12)".
   05 Filler.
      10 Filler		pic x(20) value "QUEUE_TABLES".
      10 Filler		pic x(03) value spaces.
      10 Filler		pic x(32) value "OFAC_HOLD_QUEUES:".
      10 Filler		pic x(16) value "VSTR(12)".
   05 Filler.
      10 Filler		pic x(20) value "QUEUE_TABLES".
      10 Filler		pic x(03) value spaces.
      10 Filler		pic x(32) value "DEPTH_EXCLUDE:".
      10 Filler		pic x(16) value "VSTR(12)".
   05 Filler.
      10 Filler		pic x(20) value "QUEUE_TABLES".
      10 Filler		pic x(03) value spaces.
      10 Filler		pic x(32) value "DEPTH_AGE_LIMIT:".
      10 Filler		pic x(16) value "VSTR(20)".
   05 Filler.
      10 Filler		pic x(20) value "SOD_POLICY_TABLES".
      10 Filler		pic x(03) value spaces.
      10 Filler		pic x(32) value "CONFLICT:".
      10 Filler		pic x(16) value "VSTR(40)".
   05 Filler.
      10 Filler		pic x(20) value "CNF_PREF_TABLES".
      10 Filler		pic x(03) value spaces.
      10 Filler		pic x(32) value "PREF:".
      10 Filler		pic x(16) value "VSTR(60)".
   05 Filler.
      10 Filler		pic x(20) value "FORMAT_IFML_SUPPRESS".
      10 Filler		pic x(03) value spaces.
      10 Filler		pic x(32) value "IFML_APPID_SUPPRESS:".
      10 Filler		pic x(16) value "STR(80)".
01 Cat_builtin_tbl_ws redefines Cat_builtin_values_ws.
   05 Cat_builtin_entry_ws	occurs 7 times.
      10 Cat_builtin_union_ws		pic x(20).
      10 Cat_builtin_bank_ws		pic x(03).
      10 Cat_builtin_item_ws		pic x(32).
      10 Cat_builtin_type_ws		pic x(16).
01 Cat_builtin_count_ws		pic 9(02) comp-5 value 7.
01 Cat_idx_ws			pic 9(02) comp-5 value zeroes.

* The catalog item being walked.
01 Cur_union_ws			Pic X(20).
01 Cur_bank_ws			Pic X(03).
01 Cur_item_ws			Pic X(32).
01 Cur_type_ws			Pic X(16).
01 Cat_line_ws			Pic X(132).

* One snapshot line.  The key is everything up to the value, so two
* lines for the same item compare equal on Snap_key_ws.
01 Snap_line_ws.
   05 Snap_key_ws.
      10 Snap_union_ws			pic x(20).
      10 Filler				pic x(01).
      10 Snap_bank_ws			pic x(03).
      10 Filler				pic x(01).
      10 Snap_item_ws			pic x(32).
      10 Filler				pic x(01).
      10 Snap_ord_ws			pic 9(04).
   05 Filler				pic x(01).
   05 Snap_value_ws			pic x(137).

01 Snap_old_line_ws.
   05 Snap_old_key_ws			pic x(62).
   05 Filler				pic x(01).
   05 Snap_old_value_ws			pic x(137).

01 Snap_new_line_ws.
   05 Snap_new_key_ws			pic x(62).
   05 Filler				pic x(01).
   05 Snap_new_value_ws			pic x(137).

01 Snap_last_key_ws		Pic X(62).

* The whole snapshot, sorted before it is written so the snapshot
* files stay merge-comparable run over run.
01 Snap_table_max_wc		pic 9(04) comp-5 value 3000.
01 Snap_entry_count_ws		pic 9(04) comp-5 value zeroes.
01 Snap_sort_i_ws		pic 9(04) comp-5 value zeroes.
01 Snap_sort_j_ws		pic 9(04) comp-5 value zeroes.
01 Snap_sort_hold_ws		Pic X(200).
01 Snap_table_ws.
   05 Snap_entry_ws		Pic X(200) occurs 3000 times.

* GCV_ values, as text.
01 Gcv_amt_hold_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Gcv_amt_ed_ws		pic z(14)9.999.
01 Gcv_long_ed_ws		pic -(9)9.
01 Gcv_text_ws			Pic X(20).
01 Gcv_lead_ws			pic 9(02) comp-5 value zeroes.

01 Report_line_ws		Pic X(132).

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def			%^ local fsect.

%^ Configuration lookups.
Cfg_union_key_ws:	rec (%`SBJ_DD_PATH:CFG_ID_REC.DDF`);
Cfg_item_key_ws:	vstr(32);
Cfg_item_type_ws:	vstr(16);
Cfg_data_ws:		vstr(256);
Cfg_ordinal_ws:		word;
Cfg_errmsg_ws:		vstr(80);
Cfg_cfg_status:		Boolean;
Cfa_union_vs:		vstr(20);
Cfa_bank_vs:		vstr(3);
Cfa_clip_compose:	Compose(^NOTRAILING_BLANKS);

%^ CFG_AUDIT_CATALOG lines.
Cat_line_vs:		vstr(132);
Cat_union_vs:		vstr(20);
Cat_bank_vs:		vstr(3);
Cat_item_vs:		vstr(32);
Cat_type_vs:		vstr(16);
Cat_parse:		Parse(^NOTRAP);

%^ GCV_ routine arguments.
Gcv_amt_ws:		amount;
Gcv_long_ws:		long;
Gcv_flag_ws:		str(1);
Gcv_bool_ws:		Boolean;
Gcv_ret_stat:		Boolean;

%^ SEC_EVENT_FEED arguments.
Sev_type_ws:		str(8);
Sev_opr_ws:		str(10);
Sev_bank_ws:		str(3);
Sev_memo_ws:		str(80);
Ws_rsts:		Boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.

	Open Output CFA_RPT_FILE.

	Move spaces to Report_line_ws.
	String "Configuration change audit  " Delimited by size,
	       Today_ws Delimited by size
		into Report_line_ws.
	Write CFA_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	Write CFA_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String "Union                 Bnk  Item key" Delimited by size,
	       "                           Items" Delimited by size
		into Report_line_ws.
	Write CFA_RPT_REC from Report_line_ws.

	Perform B10_SNAP_BUILTIN thru B10_SNAP_BUILTIN_end
		varying Cat_idx_ws from 1 by 1
		until Cat_idx_ws > Cat_builtin_count_ws.

	Perform B20_SNAP_CATALOG_FILE thru B20_SNAP_CATALOG_FILE_end.
	Perform B40_SNAP_GCV thru B40_SNAP_GCV_end.
	Perform B50_SORT_SNAPSHOT thru B50_SORT_SNAPSHOT_end.

	Open Output SNAP_NEW_FILE.
	Perform B60_WRITE_SNAPSHOT thru B60_WRITE_SNAPSHOT_end.
	Close SNAP_NEW_FILE.

	Move Item_count_ws to Item_count_ws_d.
	Move spaces to Report_line_ws.
	String Item_count_ws_d Delimited by size,
	       " configuration item(s) audited" Delimited by size
		into Report_line_ws.
	Write CFA_RPT_REC from Report_line_ws.

	Perform C10_DIFF_SNAPSHOTS thru C10_DIFF_SNAPSHOTS_end.

	Close CFA_RPT_FILE.

* A snapshot that overflowed the table is incomplete -- kept as the
* baseline it would report the missing items as removed tomorrow and
* added again the day after -- so the prior snapshot is left alone.
	If Snap_full
	    Display "%CFG_AUDIT-E-SNAPFULL, more than 3000 configuration"
		    " items - CFG_AUDIT_SNAPSHOT not rotated"
	    Move 1 to abort_ls
	Else
	    Perform F10_ROTATE_SNAPSHOT thru F10_ROTATE_SNAPSHOT_end
	End-if.

	If Feed_fail_ws > zero
	    Move Feed_fail_ws to Feed_fail_ws_d
	    Display "%CFG_AUDIT-W-FEEDFAIL, " Feed_fail_ws_d
		    " change(s) not sent to SEC_EVENT_FEED"
	End-if.

	%^*********************************************************************
	%^* CFG_AUDIT$_COUNTS  /I ${1} config items, ${2} added, ${3} removed,
	%^*			  ${4} changed since prior run.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"CFG_AUDIT$_COUNTS"
		  by value -1
		  %ace_msg_arg_list(Item_count_ws, Add_count_ws,
				    Del_count_ws, Chg_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	call "DAT_CONN_ROOT".

	Call "NEX_GET_YYYYMMDD" using
	    by reference Today_ws.

A10_SBJ_INIT_end.
	Exit.


B10_SNAP_BUILTIN.
%^ One built-in catalog item.

	Move Cat_builtin_union_ws(Cat_idx_ws) to Cur_union_ws.
	Move Cat_builtin_bank_ws(Cat_idx_ws) to Cur_bank_ws.
	Move Cat_builtin_item_ws(Cat_idx_ws) to Cur_item_ws.
	Move Cat_builtin_type_ws(Cat_idx_ws) to Cur_type_ws.

	Perform C50_WALK_ITEM thru C50_WALK_ITEM_end.
	Perform X30_REPORT_WALK thru X30_REPORT_WALK_end.

B10_SNAP_BUILTIN_end.
	Exit.


B20_SNAP_CATALOG_FILE.
%^ Every item key listed in CFG_AUDIT_CATALOG.  No catalog file is not
%^ an error -- only the built-in items are audited.

	Open Input CAT_FILE.
	If Cat_file_status_ws not = "00"
	    Move spaces to Report_line_ws
	    String "No CFG_AUDIT_CATALOG - built-in items only"
		    Delimited by size
		    into Report_line_ws
	    Write CFA_RPT_REC from Report_line_ws
	    Go to B20_SNAP_CATALOG_FILE_end
	End-if.

	Move "N" to Cat_eof_sw.
	Perform until Cat_eof
	    Read CAT_FILE into Cat_line_ws
		At end Move "Y" to Cat_eof_sw
		Not at end
		    Perform B30_SNAP_CATALOG_LINE
			    thru B30_SNAP_CATALOG_LINE_end
	    End-read
	End-perform.

	Close CAT_FILE.

B20_SNAP_CATALOG_FILE_end.
	Exit.


B30_SNAP_CATALOG_LINE.
%^ <union>|<bank>|<item key>|<item type>; comments and blank lines
%^ skipped, a line that does not parse reported and skipped.

	If Cat_line_ws = spaces
	  or Cat_line_ws(1:1) = "*"
	    Go to B30_SNAP_CATALOG_LINE_end
	End-if.

	%beg
	Cfa_clip_compose ^OUT(Cat_line_vs) Cat_line_ws, /;
	Cat_parse ^in(Cat_line_vs), Cat_union_vs, "|", Cat_bank_vs, "|",
		Cat_item_vs, "|", Cat_type_vs, ^SPACE, /;
	%end.

	If Failure_is in Cat_parse_status
	  or Cat_union_vs_length = 0
	  or Cat_item_vs_length = 0
	  or Cat_type_vs_length = 0
	    Display "%CFG_AUDIT-W-BADCAT, CFG_AUDIT_CATALOG line "
		    Cat_line_ws(1:60) " ignored"
	    Go to B30_SNAP_CATALOG_LINE_end
	End-if.

	Move spaces to Cur_union_ws, Cur_bank_ws, Cur_item_ws,
		       Cur_type_ws.
	Move Cat_union_vs(1:Cat_union_vs_length) to Cur_union_ws.
	If Cat_bank_vs_length > 0
	    Move Cat_bank_vs(1:Cat_bank_vs_length) to Cur_bank_ws
	End-if.
	Move Cat_item_vs(1:Cat_item_vs_length) to Cur_item_ws.
	Move Cat_type_vs(1:Cat_type_vs_length) to Cur_type_ws.

	Perform C50_WALK_ITEM thru C50_WALK_ITEM_end.
	Perform X30_REPORT_WALK thru X30_REPORT_WALK_end.

B30_SNAP_CATALOG_LINE_end.
	Exit.


B40_SNAP_GCV.
%^ The GCV_ thresholds and switches, one item each under the pseudo
%^ union GCV_THRESHOLDS.  GCV_OPR_LOC_GROUP is a test between two
%^ locations, not a setting, and is not audited.

	Move zero to Walk_count_ws.
	Move "GCV_THRESHOLDS" to Cur_union_ws.
	Move spaces to Cur_bank_ws, Cur_type_ws.

	%beg Gcv_amt_ws = <0>; %end.
	Call "GCV_CALLBACK_AMT" using
		by reference Gcv_amt_ws.
	Move "GCV_CALLBACK_AMT" to Cur_item_ws.
	Perform X41_ADD_GCV_AMT thru X41_ADD_GCV_AMT_end.

	%beg Gcv_amt_ws = <0>; %end.
	Call "GCV_FIRST_BENEF_AMT" using
		by reference Gcv_amt_ws.
	Move "GCV_FIRST_BENEF_AMT" to Cur_item_ws.
	Perform X41_ADD_GCV_AMT thru X41_ADD_GCV_AMT_end.

	%beg Gcv_amt_ws = <0>; %end.
	Call "GCV_TRAVEL_RULE_AMT" using
		by reference Gcv_amt_ws.
	Move "GCV_TRAVEL_RULE_AMT" to Cur_item_ws.
	Perform X41_ADD_GCV_AMT thru X41_ADD_GCV_AMT_end.

	Move 0 to Gcv_long_ws.
	Call "GCV_DUP_PAY_MINS" using
		by reference Gcv_long_ws.
	Move "GCV_DUP_PAY_MINS" to Cur_item_ws.
	Perform X42_ADD_GCV_LONG thru X42_ADD_GCV_LONG_end.

	Move 0 to Gcv_long_ws.
	Call "GCV_OPR_INACTIVE_DAYS" using
		by reference Gcv_long_ws.
	Move "GCV_OPR_INACTIVE_DAYS" to Cur_item_ws.
	Perform X42_ADD_GCV_LONG thru X42_ADD_GCV_LONG_end.

	Move 0 to Gcv_long_ws.
	Call "GCV_OPR_MAX_SESSIONS" using
		by reference Gcv_long_ws.
	Move "GCV_OPR_MAX_SESSIONS" to Cur_item_ws.
	Perform X42_ADD_GCV_LONG thru X42_ADD_GCV_LONG_end.

	Move 0 to Gcv_long_ws.
	Call "GCV_PAYEE_HOLD_PCT" using
		by reference Gcv_long_ws.
	Move "GCV_PAYEE_HOLD_PCT" to Cur_item_ws.
	Perform X42_ADD_GCV_LONG thru X42_ADD_GCV_LONG_end.

	Move 0 to Gcv_long_ws.
	Call "GCV_PAYEE_PASS_PCT" using
		by reference Gcv_long_ws.
	Move "GCV_PAYEE_PASS_PCT" to Cur_item_ws.
	Perform X42_ADD_GCV_LONG thru X42_ADD_GCV_LONG_end.

	Move space to Gcv_flag_ws.
	Call "GCV_COVER_HOLD" using
		by reference Gcv_flag_ws.
	Move "GCV_COVER_HOLD" to Cur_item_ws.
	Perform X43_ADD_GCV_FLAG thru X43_ADD_GCV_FLAG_end.

	Move space to Gcv_flag_ws.
	Call "GCV_CUR_CUTOFF_CHK" using
		by reference Gcv_flag_ws.
	Move "GCV_CUR_CUTOFF_CHK" to Cur_item_ws.
	Perform X43_ADD_GCV_FLAG thru X43_ADD_GCV_FLAG_end.

	Move space to Gcv_flag_ws.
	Call "GCV_DUP_PAY_HOLD" using
		by reference Gcv_flag_ws.
	Move "GCV_DUP_PAY_HOLD" to Cur_item_ws.
	Perform X43_ADD_GCV_FLAG thru X43_ADD_GCV_FLAG_end.

	Move space to Gcv_flag_ws.
	Call "GCV_FED_DIR_CHK" using
		by reference Gcv_flag_ws.
	Move "GCV_FED_DIR_CHK" to Cur_item_ws.
	Perform X43_ADD_GCV_FLAG thru X43_ADD_GCV_FLAG_end.

	Move space to Gcv_flag_ws.
	Call "GCV_FIRST_BENEF_CHK" using
		by reference Gcv_flag_ws.
	Move "GCV_FIRST_BENEF_CHK" to Cur_item_ws.
	Perform X43_ADD_GCV_FLAG thru X43_ADD_GCV_FLAG_end.

	Move space to Gcv_flag_ws.
	Call "GCV_LIQ_SAVE_MODE" using
		by reference Gcv_flag_ws.
	Move "GCV_LIQ_SAVE_MODE" to Cur_item_ws.
	Perform X43_ADD_GCV_FLAG thru X43_ADD_GCV_FLAG_end.

	Move space to Gcv_flag_ws.
	Call "GCV_LKUP_BIC_BY_BCC" using
		by reference Gcv_flag_ws.
	Move "GCV_LKUP_BIC_BY_BCC" to Cur_item_ws.
	Perform X43_ADD_GCV_FLAG thru X43_ADD_GCV_FLAG_end.

	Move space to Gcv_flag_ws.
	Call "GCV_OPR_REST_LOC" using
		by reference Gcv_flag_ws.
	Move "GCV_OPR_REST_LOC" to Cur_item_ws.
	Perform X43_ADD_GCV_FLAG thru X43_ADD_GCV_FLAG_end.

	Move space to Gcv_flag_ws.
	Call "GCV_OPR_SGN_STEAL" using
		by reference Gcv_flag_ws.
	Move "GCV_OPR_SGN_STEAL" to Cur_item_ws.
	Perform X43_ADD_GCV_FLAG thru X43_ADD_GCV_FLAG_end.

	Move space to Gcv_flag_ws.
	Call "GCV_PAYEE_CHK" using
		by reference Gcv_flag_ws.
	Move "GCV_PAYEE_CHK" to Cur_item_ws.
	Perform X43_ADD_GCV_FLAG thru X43_ADD_GCV_FLAG_end.

	Move space to Gcv_flag_ws.
	Call "GCV_REL_BIC_8_OK" using
		by reference Gcv_flag_ws.
	Move "GCV_REL_BIC_8_OK" to Cur_item_ws.
	Perform X43_ADD_GCV_FLAG thru X43_ADD_GCV_FLAG_end.

	Move space to Gcv_flag_ws.
	Call "GCV_TRAVEL_RULE_CHK" using
		by reference Gcv_flag_ws.
	Move "GCV_TRAVEL_RULE_CHK" to Cur_item_ws.
	Perform X43_ADD_GCV_FLAG thru X43_ADD_GCV_FLAG_end.

	Move space to Gcv_flag_ws.
	Call "GCV_VALDATE_WHSE" using
		by reference Gcv_flag_ws.
	Move "GCV_VALDATE_WHSE" to Cur_item_ws.
	Perform X43_ADD_GCV_FLAG thru X43_ADD_GCV_FLAG_end.

	Call "GCV_DBT_BALCHECK_ON" using
	    by reference Gcv_bool_ws
	  returning Gcv_ret_stat.
	Move "GCV_DBT_BALCHECK_ON" to Cur_item_ws.
	Perform X44_ADD_GCV_BOOL thru X44_ADD_GCV_BOOL_end.

	Call "GCV_DBT_DAYLIGHT_ON" using
	    by reference Gcv_bool_ws
	  returning Gcv_ret_stat.
	Move "GCV_DBT_DAYLIGHT_ON" to Cur_item_ws.
	Perform X44_ADD_GCV_BOOL thru X44_ADD_GCV_BOOL_end.

	Call "GCV_DBT_SANCTION_ON" using
	    by reference Gcv_bool_ws
	  returning Gcv_ret_stat.
	Move "GCV_DBT_SANCTION_ON" to Cur_item_ws.
	Perform X44_ADD_GCV_BOOL thru X44_ADD_GCV_BOOL_end.

	Move "(GCV_ routines)" to Cur_item_ws.
	Perform X30_REPORT_WALK thru X30_REPORT_WALK_end.

B40_SNAP_GCV_end.
	Exit.


B50_SORT_SNAPSHOT.
%^ Insertion sort of the snapshot table on the whole line -- union,
%^ bank, item key, ordinal.

	Perform varying Snap_sort_i_ws from 2 by 1
		until Snap_sort_i_ws > Snap_entry_count_ws

	    Move Snap_entry_ws(Snap_sort_i_ws) to Snap_sort_hold_ws
	    Move Snap_sort_i_ws to Snap_sort_j_ws

	    Perform until Snap_sort_j_ws = 1
		    or Snap_entry_ws(Snap_sort_j_ws - 1)
			    not > Snap_sort_hold_ws
		Move Snap_entry_ws(Snap_sort_j_ws - 1)
			to Snap_entry_ws(Snap_sort_j_ws)
		Subtract 1 from Snap_sort_j_ws
	    End-perform

	    Move Snap_sort_hold_ws to Snap_entry_ws(Snap_sort_j_ws)

	End-perform.

B50_SORT_SNAPSHOT_end.
	Exit.


B60_WRITE_SNAPSHOT.
%^ Write the sorted table.  An item listed in the catalog file as well
%^ as built in is read twice; only the first line for a key is kept.

	Move zero to Item_count_ws.
	Move low-values to Snap_last_key_ws.

	Perform varying Snap_sort_i_ws from 1 by 1
		until Snap_sort_i_ws > Snap_entry_count_ws

	    Move Snap_entry_ws(Snap_sort_i_ws) to Snap_line_ws
	    If Snap_key_ws not = Snap_last_key_ws
		Move Snap_key_ws to Snap_last_key_ws
		Add 1 to Item_count_ws
		Write SNAP_NEW_REC from Snap_line_ws
	    End-if

	End-perform.

B60_WRITE_SNAPSHOT_end.
	Exit.


C10_DIFF_SNAPSHOTS.
%^ Merge-compare the prior run's snapshot against the one just
%^ written.  Both are sorted on the item key, so a key present only
%^ in the new file is an added item, a key present only in the old
%^ file a removed one, and a key in both with a different value a
%^ changed one.

	Move spaces to Report_line_ws.
	Write CFA_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String "Differences since prior run" Delimited by size
		into Report_line_ws.
	Write CFA_RPT_REC from Report_line_ws.

	Move zero to Add_count_ws.
	Move zero to Del_count_ws.
	Move zero to Chg_count_ws.

	Move "N" to Snap_old_present_sw.
	Open Input SNAP_OLD_FILE.
	If Snap_old_status_ws = "00"
		Move "Y" to Snap_old_present_sw
	End-if.

	If not Snap_old_present
		Move spaces to Report_line_ws
		String "No prior snapshot - this run is the baseline"
			Delimited by size
			into Report_line_ws
		Write CFA_RPT_REC from Report_line_ws
		go to C10_DIFF_SNAPSHOTS_end
	End-if.

	Open Input SNAP_NEW_FILE.

	Move "N" to Snap_old_eof_sw.
	Move "N" to Snap_new_eof_sw.
	Perform D10_READ_OLD thru D10_READ_OLD_end.
	Perform D20_READ_NEW thru D20_READ_NEW_end.

	Perform until Snap_old_eof and Snap_new_eof

	    Evaluate true
		when Snap_old_eof
		    Perform E10_REPORT_ADDED thru E10_REPORT_ADDED_end
		    Perform D20_READ_NEW thru D20_READ_NEW_end

		when Snap_new_eof
		    Perform E20_REPORT_REMOVED thru E20_REPORT_REMOVED_end
		    Perform D10_READ_OLD thru D10_READ_OLD_end

		when Snap_old_key_ws = Snap_new_key_ws
		    If Snap_old_value_ws not = Snap_new_value_ws
			Perform E30_REPORT_CHANGED
				thru E30_REPORT_CHANGED_end
		    End-if
		    Perform D10_READ_OLD thru D10_READ_OLD_end
		    Perform D20_READ_NEW thru D20_READ_NEW_end

		when Snap_old_key_ws < Snap_new_key_ws
		    Perform E20_REPORT_REMOVED thru E20_REPORT_REMOVED_end
		    Perform D10_READ_OLD thru D10_READ_OLD_end

		when other
		    Perform E10_REPORT_ADDED thru E10_REPORT_ADDED_end
		    Perform D20_READ_NEW thru D20_READ_NEW_end
	    End-evaluate

	End-perform.

	Close SNAP_NEW_FILE.

	Move Add_count_ws to Add_count_ws_d.
	Move Del_count_ws to Del_count_ws_d.
	Move Chg_count_ws to Chg_count_ws_d.
	Move spaces to Report_line_ws.
	String Add_count_ws_d Delimited by size,
	       " item(s) added, " Delimited by size,
	       Del_count_ws_d Delimited by size,
	       " removed, " Delimited by size,
	       Chg_count_ws_d Delimited by size,
	       " changed since prior run" Delimited by size
		into Report_line_ws.
	Write CFA_RPT_REC from Report_line_ws.

C10_DIFF_SNAPSHOTS_end.
	If Snap_old_present
		Close SNAP_OLD_FILE
	End-if.
	Exit.


C50_WALK_ITEM.
%^ Read the current catalog item ordinal by ordinal until the
%^ configuration has no more, adding each to the snapshot table.

	Move zero to Walk_count_ws.

	%beg
	Cfa_clip_compose ^OUT(Cfa_union_vs) Cur_union_ws, /;
	Cfa_clip_compose ^OUT(Cfa_bank_vs) Cur_bank_ws, /;
	Cfa_clip_compose ^OUT(Cfg_item_key_ws) Cur_item_ws, /;
	Cfa_clip_compose ^OUT(Cfg_item_type_ws) Cur_type_ws, /;
	Cfg_ordinal_ws = <1>;
	%end.

	If Cur_bank_ws = spaces
	    %beg
	    Cfg_union_key_ws(.Idname = Cfa_union_vs,
			     .Idprod = "MTS",
			     .Idbank = null,
			     .Idloc  = null,
			     .Idcust = null);
	    %end
	Else
	    %beg
	    Cfg_union_key_ws(.Idname = Cfa_union_vs,
			     .Idprod = "MTS",
			     .Idbank = Cfa_bank_vs,
			     .Idloc  = null,
			     .Idcust = null);
	    %end
	End-if.

	Perform C60_ONE_ITEM thru C60_ONE_ITEM_end.
	Perform until Failure_is in Cfg_cfg_status
		   or Cfg_ordinal_ws > 9998
	    Add 1 to Cfg_ordinal_ws
	    Perform C60_ONE_ITEM thru C60_ONE_ITEM_end
	End-perform.

C50_WALK_ITEM_end.
	Exit.


C60_ONE_ITEM.
%^ Fetch the item at the current ordinal into the snapshot table.

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
	    Go to C60_ONE_ITEM_end
	End-if.

	Move spaces to Snap_line_ws.
	Move Cfg_ordinal_ws to Snap_ord_ws.
	If Cfg_data_ws_length > 0
	    Move Cfg_data_ws(1:Cfg_data_ws_length) to Snap_value_ws
	End-if.
	Perform X10_ADD_ENTRY thru X10_ADD_ENTRY_end.

C60_ONE_ITEM_end.
	Exit.


D10_READ_OLD.

	Read SNAP_OLD_FILE into Snap_old_line_ws
	    at end Move "Y" to Snap_old_eof_sw
		   Move high-values to Snap_old_line_ws
	End-read.

D10_READ_OLD_end.
	Exit.


D20_READ_NEW.

	Read SNAP_NEW_FILE into Snap_new_line_ws
	    at end Move "Y" to Snap_new_eof_sw
		   Move high-values to Snap_new_line_ws
	End-read.

D20_READ_NEW_end.
	Exit.


E10_REPORT_ADDED.

	Add 1 to Add_count_ws.
	Move spaces to Report_line_ws.
	String "ADDED    " Delimited by size,
	       Snap_new_line_ws Delimited by size
		into Report_line_ws.
	Write CFA_RPT_REC from Report_line_ws.

	Move Snap_new_line_ws to Snap_line_ws.
	Move "CFGADD  " to Sev_type_ws.
	Move spaces to Sev_memo_ws.
	String Snap_union_ws Delimited by space,
	       " " Delimited by size,
	       Snap_item_ws Delimited by space,
	       "#" Delimited by size,
	       Snap_ord_ws Delimited by size,
	       " " Delimited by size,
	       Snap_value_ws Delimited by size
		into Sev_memo_ws.
	Perform X50_FEED_EVENT thru X50_FEED_EVENT_end.

E10_REPORT_ADDED_end.
	Exit.


E20_REPORT_REMOVED.

	Add 1 to Del_count_ws.
	Move spaces to Report_line_ws.
	String "REMOVED  " Delimited by size,
	       Snap_old_line_ws Delimited by size
		into Report_line_ws.
	Write CFA_RPT_REC from Report_line_ws.

	Move Snap_old_line_ws to Snap_line_ws.
	Move "CFGDEL  " to Sev_type_ws.
	Move spaces to Sev_memo_ws.
	String Snap_union_ws Delimited by space,
	       " " Delimited by size,
	       Snap_item_ws Delimited by space,
	       "#" Delimited by size,
	       Snap_ord_ws Delimited by size,
	       " was " Delimited by size,
	       Snap_value_ws Delimited by size
		into Sev_memo_ws.
	Perform X50_FEED_EVENT thru X50_FEED_EVENT_end.

E20_REPORT_REMOVED_end.
	Exit.


E30_REPORT_CHANGED.
%^ The item's key line, then its old and new values.

	Add 1 to Chg_count_ws.
	Move spaces to Report_line_ws.
	String "CHANGED  " Delimited by size,
	       Snap_new_key_ws Delimited by size
		into Report_line_ws.
	Write CFA_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "           was: " Delimited by size,
	       Snap_old_value_ws Delimited by size
		into Report_line_ws.
	Write CFA_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "           now: " Delimited by size,
	       Snap_new_value_ws Delimited by size
		into Report_line_ws.
	Write CFA_RPT_REC from Report_line_ws.

	Move Snap_new_line_ws to Snap_line_ws.
	Move "CFGCHG  " to Sev_type_ws.
	Move spaces to Sev_memo_ws.
	String Snap_union_ws Delimited by space,
	       " " Delimited by size,
	       Snap_item_ws Delimited by space,
	       "#" Delimited by size,
	       Snap_ord_ws Delimited by size,
	       " was " Delimited by size,
	       Snap_old_value_ws Delimited by "  ",
	       " now " Delimited by size,
	       Snap_new_value_ws Delimited by size
		into Sev_memo_ws.
	Perform X50_FEED_EVENT thru X50_FEED_EVENT_end.

E30_REPORT_CHANGED_end.
	Exit.


F10_ROTATE_SNAPSHOT.
%^ Copy the just-written snapshot over the prior one so the next run
%^ diffs against tonight.  A copy failure is fatal -- diffing against
%^ a stale baseline would report the same changes again -- so it is
%^ reported and reflected in the exit status.

	Move "N" to Snap_new_eof_sw.

	Open Input SNAP_NEW_FILE.
	Open Output SNAP_OLD_FILE.
	If Snap_old_status_ws not = "00"
	    Display "%CFG_AUDIT-E-SNAPROT, cannot rewrite"
		    " CFG_AUDIT_SNAPSHOT - next run will diff"
		    " against a stale baseline"
	    Move 1 to abort_ls
	    Close SNAP_NEW_FILE
	    Go to F10_ROTATE_SNAPSHOT_end
	End-if.

	Perform until Snap_new_eof
	    Read SNAP_NEW_FILE into Snap_new_line_ws
		At end Move "Y" to Snap_new_eof_sw
		Not at end
		    Write SNAP_OLD_REC from Snap_new_line_ws
	    End-read
	End-perform.

	Close SNAP_NEW_FILE.
	Close SNAP_OLD_FILE.

F10_ROTATE_SNAPSHOT_end.
	Exit.


X10_ADD_ENTRY.
%^ Key the snapshot line in Snap_line_ws (value and ordinal already
%^ set) to the current item and add it to the table.

	Move Cur_union_ws to Snap_union_ws.
	Move Cur_bank_ws to Snap_bank_ws.
	Move Cur_item_ws to Snap_item_ws.

	If Snap_entry_count_ws >= Snap_table_max_wc
	    Move "Y" to Snap_full_sw
	    Go to X10_ADD_ENTRY_end
	End-if.

	Add 1 to Snap_entry_count_ws.
	Move Snap_line_ws to Snap_entry_ws(Snap_entry_count_ws).
	Add 1 to Walk_count_ws.

X10_ADD_ENTRY_end.
	Exit.


X30_REPORT_WALK.
%^ One inventory line: the catalog item and how many ordinals it has.

	Move Walk_count_ws to Walk_count_ws_d.
	Move spaces to Report_line_ws.
	String Cur_union_ws Delimited by size,
	       "  " Delimited by size,
	       Cur_bank_ws Delimited by size,
	       "  " Delimited by size,
	       Cur_item_ws Delimited by size,
	       "  " Delimited by size,
	       Walk_count_ws_d Delimited by size
		into Report_line_ws.
	Write CFA_RPT_REC from Report_line_ws.

X30_REPORT_WALK_end.
	Exit.


X41_ADD_GCV_AMT.

	Move Gcv_amt_ws to Gcv_amt_hold_ws.
	Move Gcv_amt_hold_ws to Gcv_amt_ed_ws.
	Move Gcv_amt_ed_ws to Gcv_text_ws.
	Perform X45_ADD_GCV_TEXT thru X45_ADD_GCV_TEXT_end.

X41_ADD_GCV_AMT_end.
	Exit.


X42_ADD_GCV_LONG.

	Move Gcv_long_ws to Gcv_long_ed_ws.
	Move Gcv_long_ed_ws to Gcv_text_ws.
	Perform X45_ADD_GCV_TEXT thru X45_ADD_GCV_TEXT_end.

X42_ADD_GCV_LONG_end.
	Exit.


X43_ADD_GCV_FLAG.

	Move Gcv_flag_ws to Gcv_text_ws.
	Perform X45_ADD_GCV_TEXT thru X45_ADD_GCV_TEXT_end.

X43_ADD_GCV_FLAG_end.
	Exit.


X44_ADD_GCV_BOOL.
%^ Y or N; a switch that could not be read is recorded as such, so
%^ it shows as a change rather than passing as off.

	Evaluate true
	    when Failure_is in Gcv_ret_stat
		Move "UNREADABLE" to Gcv_text_ws
	    when Success_is in Gcv_bool_ws
		Move "Y" to Gcv_text_ws
	    when other
		Move "N" to Gcv_text_ws
	End-evaluate.
	Perform X45_ADD_GCV_TEXT thru X45_ADD_GCV_TEXT_end.

X44_ADD_GCV_BOOL_end.
	Exit.


X45_ADD_GCV_TEXT.
%^ Left-justify the value text and add the item.

	Move spaces to Snap_line_ws.
	Move 1 to Snap_ord_ws.
	Move zero to Gcv_lead_ws.
	Inspect Gcv_text_ws tallying Gcv_lead_ws for leading spaces.
	If Gcv_lead_ws < 20
	    Move Gcv_text_ws(Gcv_lead_ws + 1:) to Snap_value_ws
	End-if.
	Perform X10_ADD_ENTRY thru X10_ADD_ENTRY_end.

X45_ADD_GCV_TEXT_end.
	Exit.


X50_FEED_EVENT.
%^ Send the change in Sev_type_ws/Sev_memo_ws to the SIEM.  A feed
%^ failure is counted and reported at the end of the run; it does not
%^ stop the audit.

	Move "CFG_AUDIT" to Sev_opr_ws.
	Move Snap_bank_ws to Sev_bank_ws.

	Call "SEC_EVENT_FEED" using
		by reference Sev_type_ws,
		by reference Sev_opr_ws,
		by reference Sev_bank_ws,
		by reference Sev_memo_ws
	    returning Ws_rsts.

	If Failure_is in Ws_rsts
	    Add 1 to Feed_fail_ws
	End-if.

X50_FEED_EVENT_end.
	Exit.
